      ******************************************************************
      * XHLDREC - shared PART-HOLD-RECORD layout for the part-number
      *           hold file (ordxhold.dat). See XHLDSEL. The leading
      *           fields mirror ORDLREC, the order line as it will be
      *           released - order number already given and
      *           acknowledged to the sender - with the item left
      *           blank until the part is mapped. Reason codes: NOXR
      *           = part not cross-referenced, BADX = the cross-
      *           reference names an item not on the master, ITIN =
      *           the item it names is inactive.
      ******************************************************************
       01  PART-HOLD-RECORD.
           05  XH-DEPARTMENT       PIC X(10).
           05  XH-CUSTOMER-ID      PIC X(10).
           05  XH-QUANTITY         PIC 9(5).
           05  XH-UNIT-PRICE       PIC S9(5)V99.
           05  XH-ITEM-NUMBER      PIC X(10).
           05  XH-OPERATOR-ID      PIC X(10).
           05  XH-BRANCH-CODE      PIC X(4).
           05  XH-ORDER-NUMBER     PIC 9(8).
           05  XH-ORDER-DATE       PIC 9(8).
           05  XH-SHIP-TO-CODE     PIC X(4).
           05  XH-CUSTOMER-PART    PIC X(10).
           05  XH-REASON-CODE      PIC X(4).
               88  XH-NOT-CROSS-REFERENCED     VALUE "NOXR".
               88  XH-XREF-ITEM-MISSING        VALUE "BADX".
               88  XH-XREF-ITEM-INACTIVE       VALUE "ITIN".
           05  XH-HOLD-DATE        PIC 9(8).
