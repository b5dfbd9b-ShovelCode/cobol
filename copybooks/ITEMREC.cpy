      *           subtracts the accepted order lines, and a negative
      *           figure means we sold stock the system never
      *           received - the exception report's whole reason to
      *           exist. The replenishment fields name the vendor
      *           the buyer orders the item from (see VENDSEL) and
      *           the on-hand level that triggers a suggested
      *           purchase order for the reorder quantity; a zero
      *           reorder point keeps the item off the suggestions.
      *           IT-UNIT-COST is what one unit costs us - keyed in
      *           ITEMMNT and averaged in by RECVENTR as costed
      *           receipts arrive; zero means not yet known, and the
      *           margin report counts such lines as uncosted rather
      *           than pretending they cost nothing.
      *           IT-ABC-CLASS is set by the monthly item velocity
      *           run (ITEMVEL) from the item's share of the last 13
      *           weeks' sales dollars - A the few items carrying the
      *           first 80 percent, B the next 15, C the rest - and
      *           is a space until that run has classified the item.
      ******************************************************************
       01  ITEM-MASTER-RECORD.
           05  IT-ITEM-NUMBER      PIC X(10).
           05  IT-ACTIVE-FLAG      PIC X.
               88  ITEM-ACTIVE                 VALUE "A".
               88  ITEM-INACTIVE               VALUE "I".
           05  IT-VENDOR-ID        PIC X(10).
           05  IT-REORDER-POINT    PIC 9(7).
           05  IT-REORDER-QUANTITY PIC 9(7).
           05  IT-UNIT-COST        PIC S9(5)V99.
           05  IT-ABC-CLASS        PIC X.
               88  ITEM-CLASS-A                VALUE "A".
               88  ITEM-CLASS-B                VALUE "B".
               88  ITEM-CLASS-C                VALUE "C".
