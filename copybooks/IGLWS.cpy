      ******************************************************************
      * IGLWS - WORKING-STORAGE for the inventory GL feed. See
      *         IGLSEL. A posting program MOVEs the entry type (one
      *         of the IGLREC 88-level values), the item's department
      *         and number, the quantity, the unit cost and the date
      *         into the IG-WS- fields and PERFORMs
      *         WRITE-INVENTORY-GL-ENTRY (IGLPD). An item with no
      *         cost yet writes nothing and is counted in
      *         IG-WS-UNCOSTED-COUNT instead - the valuation carries
      *         it at zero too, so the books and the perpetual agree
      *         on it until it is costed.
      ******************************************************************
       01  INVENTORY-GL-STATUS     PIC XX.
       01  IG-WS-ENTRY-FIELDS.
           05  IG-WS-ENTRY-TYPE    PIC X.
           05  IG-WS-DEPARTMENT    PIC X(10).
           05  IG-WS-ITEM-NUMBER   PIC X(10).
           05  IG-WS-QUANTITY      PIC S9(7).
           05  IG-WS-UNIT-COST     PIC S9(5)V99.
           05  IG-WS-ENTRY-DATE    PIC 9(8).
       01  IG-WS-WRITTEN-COUNT     PIC 9(6)    VALUE 0.
       01  IG-WS-UNCOSTED-COUNT    PIC 9(6)    VALUE 0.
