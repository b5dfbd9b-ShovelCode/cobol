      ******************************************************************
      * DAMGREC - shared DAMAGED-GOODS-RECORD layout for the damaged-
      *           goods log (dmggoods.log). See DAMGSEL. The unit
      *           cost is the item's cost on the night of posting
      *           (zero when the item has none); the memo number is
      *           the credit memo the customer received.
      ******************************************************************
       01  DAMAGED-GOODS-RECORD.
           05  DG-ITEM-NUMBER      PIC X(10).
           05  DG-DEPARTMENT       PIC X(10).
           05  DG-CUSTOMER-ID      PIC X(10).
           05  DG-QUANTITY         PIC 9(5).
           05  DG-UNIT-COST        PIC S9(5)V99.
           05  DG-EXTENDED-COST    PIC S9(9)V99.
           05  DG-REASON-CODE      PIC X(4).
           05  DG-MEMO-NUMBER      PIC 9(8).
           05  DG-POST-DATE        PIC 9(8).
           05  DG-OPERATOR-ID      PIC X(10).
