      ******************************************************************
      * RCVLREC - shared RECEIVING-LOG-RECORD layout for the receiving
      *           log (recvlog.dat). See RCVLSEL. The PO number is
      *           the purchase order the receipt was matched to, zero
      *           when there was none. The exception code says how
      *           the receipt compared with the PO line's open
      *           quantity; SPACE is a receipt that closed the line
      *           exactly. The unit cost is the cost keyed from the
      *           packing slip, zero when none was keyed.
      ******************************************************************
       01  RECEIVING-LOG-RECORD.
           05  RV-ITEM-NUMBER      PIC X(10).
           05  RV-QUANTITY         PIC 9(5).
           05  RV-RECEIPT-DATE     PIC 9(8).
           05  RV-OPERATOR-ID      PIC X(10).
           05  RV-PO-NUMBER        PIC 9(8).
           05  RV-EXCEPTION-CODE   PIC X.
               88  RV-RECEIPT-MATCHED          VALUE " ".
               88  RV-OVER-RECEIPT             VALUE "O".
               88  RV-SHORT-RECEIPT            VALUE "S".
               88  RV-NO-PO-RECEIPT            VALUE "N".
           05  RV-UNIT-COST        PIC S9(5)V99.
