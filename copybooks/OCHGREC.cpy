      ******************************************************************
      * OCHGREC - shared ORDER-CHANGE-RECORD layout for the order
      *           change log (ordchg.log). See OCHGSEL. The action is
      *           O (line cancelled with its whole order), L (one
      *           line cancelled) or Q (quantity changed); a cancelled
      *           line carries a new quantity of zero. The change
      *           date is the business date the change was keyed.
      ******************************************************************
       01  ORDER-CHANGE-RECORD.
           05  OC-CHANGE-DATE      PIC 9(8).
           05  OC-CHANGE-TIME      PIC 9(8).
           05  OC-OPERATOR-ID      PIC X(10).
           05  OC-ORDER-NUMBER     PIC 9(8).
           05  OC-CUSTOMER-ID      PIC X(10).
           05  OC-DEPARTMENT       PIC X(10).
           05  OC-ITEM-NUMBER      PIC X(10).
           05  OC-ACTION-CODE      PIC X.
               88  OC-ORDER-CANCELLED          VALUE "O".
               88  OC-LINE-CANCELLED           VALUE "L".
               88  OC-QUANTITY-CHANGED         VALUE "Q".
           05  OC-OLD-QUANTITY     PIC 9(5).
           05  OC-NEW-QUANTITY     PIC 9(5).
           05  OC-UNIT-PRICE       PIC S9(5)V99.
           05  OC-REASON-CODE      PIC X(4).
