      ******************************************************************
      * PCHGREC - shared PRICE-CHANGE-RECORD layout for the pending
      *           item price change file (prcchg.dat). See PCHGSEL.
      *           One record per item per effective date; keying a
      *           second change for the same date replaces the first.
      ******************************************************************
       01  PRICE-CHANGE-RECORD.
           05  PC-CHANGE-KEY.
               10  PC-ITEM-NUMBER      PIC X(10).
               10  PC-EFFECTIVE-DATE   PIC 9(8).
           05  PC-NEW-PRICE            PIC S9(5)V99.
           05  PC-OPERATOR-ID          PIC X(10).
           05  PC-ENTRY-DATE           PIC 9(8).
