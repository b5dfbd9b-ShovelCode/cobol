      ******************************************************************
      * POLNREC - shared PO-LINE-RECORD layout for the purchase order
      *           line file (poline.dat). See POLNSEL. The line stays
      *           open until the dock has received at least the
      *           quantity ordered; the open balance is ordered less
      *           received. Receipts past the ordered quantity are
      *           still added here so the over-receipt shows on the
      *           line as well as on the receiving exceptions.
      ******************************************************************
       01  PO-LINE-RECORD.
           05  PL-PO-LINE-KEY.
               10  PL-PO-NUMBER    PIC 9(8).
               10  PL-LINE-NUMBER  PIC 9(3).
           05  PL-VENDOR-ID        PIC X(10).
           05  PL-ITEM-NUMBER      PIC X(10).
           05  PL-ORDERED-QUANTITY PIC 9(7).
           05  PL-RECEIVED-QUANTITY PIC 9(7).
           05  PL-RELEASE-DATE     PIC 9(8).
           05  PL-BUYER-ID         PIC X(10).
           05  PL-LAST-RECEIPT-DATE PIC 9(8).
           05  PL-LINE-STATUS      PIC X.
               88  PO-LINE-OPEN                VALUE "O".
               88  PO-LINE-CLOSED              VALUE "C".
