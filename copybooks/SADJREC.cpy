      ******************************************************************
      * SADJREC - shared STOCK-ADJUST-RECORD layout for the stock
      *           adjustment log (stkadj.log). See SADJSEL. The
      *           adjust quantity is signed and was ADDED to on-hand;
      *           the value is that quantity at the item's unit value.
      *           Reason CNT is a physical count variance; reason
      *           RTN is a resaleable customer return put back on
      *           the shelf by the return posting (book is on-hand
      *           before the restock, counted is zero).
      ******************************************************************
       01  STOCK-ADJUST-RECORD.
           05  SA-ITEM-NUMBER      PIC X(10).
           05  SA-DEPARTMENT       PIC X(10).
           05  SA-REASON-CODE      PIC X(4).
           05  SA-BOOK-QUANTITY    PIC S9(7).
           05  SA-COUNTED-QUANTITY PIC 9(7).
           05  SA-ADJUST-QUANTITY  PIC S9(7).
           05  SA-ADJUST-VALUE     PIC S9(9)V99.
           05  SA-ADJUST-DATE      PIC 9(8).
           05  SA-OPERATOR-ID      PIC X(10).
