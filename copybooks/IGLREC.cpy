      ******************************************************************
      * IGLREC - shared INVENTORY-GL-RECORD layout for the inventory
      *          GL feed (invgl.dat). See IGLSEL. The department is
      *          the item's own (IT-DEPARTMENT), the unit cost the
      *          cost the movement was valued at, and the amount the
      *          quantity at that cost. Quantity and amount are the
      *          change made to stock: positive for receipts and
      *          restocked returns, positive for depletion as well
      *          (the units that left), and signed for a count
      *          variance - negative is shrink, positive a count
      *          found more than the book.
      ******************************************************************
       01  INVENTORY-GL-RECORD.
           05  IG-ENTRY-TYPE       PIC X.
               88  IG-RECEIPT                  VALUE "R".
               88  IG-DEPLETION                VALUE "D".
               88  IG-RESTOCKED-RETURN         VALUE "T".
               88  IG-COUNT-VARIANCE           VALUE "C".
           05  IG-DEPARTMENT       PIC X(10).
           05  IG-ITEM-NUMBER      PIC X(10).
           05  IG-QUANTITY         PIC S9(7).
           05  IG-UNIT-COST        PIC S9(5)V99.
           05  IG-AMOUNT           PIC S9(9)V99.
           05  IG-ENTRY-DATE       PIC 9(8).
           05  IG-PROGRAM-NAME     PIC X(8).
