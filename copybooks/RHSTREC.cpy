      ******************************************************************
      * RHSTREC - shared RETURN-HISTORY-RECORD layout for the return
      *           history file (rtnhist.dat). See RHSTSEL. The fields
      *           are the return as keyed (RTNTREC) plus the credit
      *           memo number and the business date it posted.
      ******************************************************************
       01  RETURN-HISTORY-RECORD.
           05  RH-ITEM-NUMBER      PIC X(10).
           05  RH-REASON-CODE      PIC X(4).
           05  RH-CONDITION        PIC X.
               88  RH-RESALEABLE               VALUE "R".
               88  RH-DAMAGED                  VALUE "D".
           05  RH-DEPARTMENT       PIC X(10).
           05  RH-CUSTOMER-ID      PIC X(10).
           05  RH-QUANTITY         PIC 9(5).
           05  RH-UNIT-PRICE       PIC S9(5)V99.
           05  RH-MEMO-NUMBER      PIC 9(8).
           05  RH-POST-DATE        PIC 9(8).
           05  RH-ENTRY-DATE       PIC 9(8).
           05  RH-OPERATOR-ID      PIC X(10).
