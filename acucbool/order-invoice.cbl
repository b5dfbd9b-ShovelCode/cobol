       PROGRAM-ID. ORDINV.
      ******************************************************************
      * Purpose: Nightly invoicing. Groups the night's accepted order
      *          lines by customer and ship-to, assigns each invoice
      *          the next sequential number from the invnxt.dat
      *          control file (unique and gap-auditable), prints the
      *          invoice with the bill-to name and address from
      *          CUSTOMER-FILE, the ship-to block from shipto.dat when
      *          the lines carry a ship-to code, and extended line
      *          amounts, computes the sales tax line from the rate
      *          on taxrate.dat for the state the goods shipped to -
      *          the ship-to state, or the bill-to state for lines
      *          with no ship-to - and writes an invoice register
      *          record carrying the tax and the tax-included total
      *          so a disputed charge can be found by invoice number
      *          later. The night's tax total is added
      *          to taxnite.dat for the GL extract's tax-payable
      *          line, and each invoice's taxable or exempt sales
      *          and tax go on the sales tax journal (taxjrnl.dat)
      *          by taxing state. The control file is held for the
      *          run and put back with the last number used. A
      *          missing rate table only switches tax off for the
      *          run. Each invoice
      *          also takes its share of the customer's night order
      *          item on the open-item file (ORDPOST posts one item
      *          per customer per night) as an item of its own
      *          carrying the invoice number, so a check that names
      *          the invoice can be applied to it. The invoice
      *          prints, and its item keeps, the due date and any
      *          early-payment discount the order posting set on the
      *          night item from the customer's payment terms. A
      *          customer holding an unexpired exemption certificate
      *          (taxexmpt.dat) for the invoice's taxing state is not
      *          taxed; the invoice prints the certificate number in
      *          place of the tax. Each invoice also carries a
      *          freight line from the freight rate table
      *          (freight.dat), by the destination ZIP's three-digit
      *          zone and the invoice's merchandise-value bracket,
      *          unless the customer's freight is waived on
      *          custfrt.dat; the night's freight total goes to
      *          frtnite.dat for the GL extract's freight income
      *          line. Invoices for a designated trading partner
      *          (tradptnr.dat) are also written, header, lines, tax
      *          and total, to the outbound invoice work file
      *          (einvwork.dat) with a count-and-amount trailer, for
      *          EINVREL to prove against the register and release.
      *          A line for an account that orders by its own catalog
      *          numbers prints that account's part number beside
      *          ours, found on the customer cross-reference
      *          (custxref.dat) by customer and item.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY INVRSEL.
           COPY TAXSEL.
           COPY TXEXSEL.
           COPY SHIPSEL.
           COPY OPNISEL.
           COPY TXJRSEL.
           COPY FRTSEL.
           COPY CFRTSEL.
           COPY TPRTSEL.
           COPY EINVSEL.
           COPY CXRFSEL.

           SELECT FREIGHT-NIGHT-FILE ASSIGN TO "frtnite.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FREIGHT-NIGHT-STATUS.

           SELECT TAX-NIGHT-FILE ASSIGN TO "taxnite.dat"
               ORGANIZATION IS SEQUENTIAL
       FD  TAX-RATE-FILE.
           COPY TAXREC.

       FD  TAX-EXEMPT-FILE.
           COPY TXEXREC.

       FD  SHIP-TO-FILE.
           COPY SHIPREC.

       FD  OPEN-ITEM-FILE.
           COPY OPNIREC.

           COPY TXJRFD.

       FD  TAX-NIGHT-FILE.
       01  TAX-NIGHT-RECORD.
           05  TN-RUN-DATE         PIC 9(8).
           05  TN-TAX-AMOUNT       PIC S9(11)V99.

       FD  FREIGHT-RATE-FILE.
           COPY FRTREC.

       FD  CUSTOMER-FREIGHT-FILE.
           COPY CFRTREC.

       FD  TRADING-PARTNER-FILE.
           COPY TPRTREC.

       FD  E-INVOICE-FILE.
           COPY EINVREC.

       FD  CUSTOMER-XREF-FILE.
           COPY CXRFREC.

       FD  FREIGHT-NIGHT-FILE.
       01  FREIGHT-NIGHT-RECORD.
           05  FN-RUN-DATE         PIC 9(8).
           05  FN-FREIGHT-AMOUNT   PIC S9(11)V99.

      *    Field order mirrors the input file record - SORT ... USING
      *    copies records into this area byte for byte, so the sort
      *    key is only the customer when the fields line up.
           05  SR-BRANCH-CODE      PIC X(4).
           05  SR-ORDER-NUMBER     PIC 9(8).
           05  SR-ORDER-DATE       PIC 9(8).
           05  SR-SHIP-TO-CODE     PIC X(4).
           05  SR-SALESPERSON-ID   PIC X(6).

           COPY PRTRECFD.
           COPY RUNLOGFD.
       01  WS-TODAY-RUN-DATE       PIC 9(8).
       01  TAX-RATE-STATUS         PIC XX.
       01  TAX-NIGHT-STATUS        PIC XX.
       01  TAX-EXEMPT-STATUS       PIC XX.
       01  WS-EXEMPT-FILE-SWITCH   PIC X       VALUE "N".
           88  EXEMPT-FILE-OPEN                VALUE "Y".
       01  WS-INVOICE-EXEMPT-SWITCH PIC X      VALUE "N".
           88  INVOICE-TAX-EXEMPT              VALUE "Y".
       01  WS-EXEMPT-COUNT         PIC 9(6)    VALUE 0.
       01  WS-TAX-CHECK-SWITCH     PIC X       VALUE "N".
           88  TAX-CALCULATION-ON              VALUE "Y".
       01  WS-BILL-TO-STATE        PIC X(2).
       01  WS-TAX-STATE            PIC X(2).
       01  SHIP-TO-STATUS          PIC XX.
       01  WS-SHIP-TO-FILE-SWITCH  PIC X       VALUE "N".
           88  SHIP-TO-FILE-OPEN               VALUE "Y".
       01  WS-PREV-SHIP-TO-CODE    PIC X(4)    VALUE SPACES.
       01  WS-INVOICE-TAX          PIC S9(9)V99 VALUE 0.
       01  WS-INVOICE-GRAND-TOTAL  PIC S9(9)V99.
       01  WS-NIGHT-TAX-TOTAL      PIC S9(11)V99 VALUE 0.
       01  WS-TIED-OPEN-AMOUNT     PIC S9(9)V99.
       01  WS-UNTIED-COUNT         PIC 9(6)    VALUE 0.
       01  WS-INVOICE-DUE-DATE     PIC 9(8).
       01  WS-INVOICE-DISC-DATE    PIC 9(8).
       01  WS-INVOICE-DISC-PERCENT PIC 99V99.
       01  FREIGHT-RATE-STATUS     PIC XX.
       01  CUSTOMER-FREIGHT-STATUS PIC XX.
       01  FREIGHT-NIGHT-STATUS    PIC XX.
       01  WS-FREIGHT-FILE-SWITCH  PIC X       VALUE "N".
           88  FREIGHT-CALCULATION-ON          VALUE "Y".
       01  WS-WAIVER-FILE-SWITCH   PIC X       VALUE "N".
           88  WAIVER-FILE-OPEN                VALUE "Y".
       01  WS-FREIGHT-WAIVED-SWITCH PIC X      VALUE "N".
           88  INVOICE-FREIGHT-WAIVED          VALUE "Y".
       01  WS-BILL-TO-ZIP          PIC X(8).
       01  WS-FREIGHT-ZIP          PIC X(8).
       01  WS-INVOICE-FREIGHT      PIC S9(9)V99 VALUE 0.
       01  WS-NIGHT-FREIGHT-TOTAL  PIC S9(11)V99 VALUE 0.
       01  WS-WAIVED-COUNT         PIC 9(6)    VALUE 0.
       01  TRADING-PARTNER-STATUS  PIC XX.
       01  E-INVOICE-STATUS        PIC XX.
       01  WS-PARTNER-FILE-SWITCH  PIC X       VALUE "N".
           88  PARTNER-FILE-OPEN               VALUE "Y".
       01  CUSTOMER-XREF-STATUS    PIC XX.
       01  WS-XREF-FILE-SWITCH     PIC X       VALUE "N".
           88  XREF-FILE-OPEN                  VALUE "Y".
       01  WS-PARTNER-INVOICE-SWITCH PIC X     VALUE "N".
           88  INVOICE-FOR-PARTNER             VALUE "Y".
       01  WS-EI-RECORD-COUNT      PIC 9(6)    VALUE 0.
       01  WS-EI-INVOICE-COUNT     PIC 9(6)    VALUE 0.
       01  WS-EI-AMOUNT-TOTAL      PIC S9(11)V99 VALUE 0.

           COPY OPNIWS.
           COPY TXJRWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           05  HDR-ADDRESS-TEXT    PIC X(50).
           05  FILLER              PIC X(73) VALUE SPACES.

       01  INV-SHIP-TO-LINE.
           05  FILLER              PIC X(9)  VALUE "SHIP TO: ".
           05  HDR-SHIP-TO-NAME    PIC X(30).
           05  FILLER              PIC X(8)  VALUE "  CODE: ".
           05  HDR-SHIP-TO-CODE    PIC X(4).
           05  FILLER              PIC X(81) VALUE SPACES.

       01  INV-ORDER-LINE.
           05  FILLER              PIC X(9)  VALUE "  ORDER: ".
           05  ORD-ORDER-NUMBER    PIC 9(8).
           05  FILLER              PIC X(10) VALUE "QUANTITY".
           05  FILLER              PIC X(12) VALUE "UNIT-PRICE".
           05  FILLER              PIC X(12) VALUE "EXTENDED".
           05  FILLER              PIC X(16) VALUE "   YOUR-PART".
           05  FILLER              PIC X(70) VALUE SPACES.

       01  INV-DETAIL-LINE.
           05  DTL-DEPARTMENT      PIC X(12).
           05  DTL-UNIT-PRICE      PIC ZZZZ9.99-.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-EXTENDED        PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-CUSTOMER-PART   PIC X(10).
           05  FILLER              PIC X(73) VALUE SPACES.

       01  INV-TOTAL-LINE.
           05  FILLER              PIC X(15) VALUE "INVOICE TOTAL: ".
           05  TAX-AMOUNT          PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(105) VALUE SPACES.

       01  INV-EXEMPT-LINE.
           05  FILLER              PIC X(15) VALUE "TAX EXEMPT   : ".
           05  FILLER              PIC X(6)  VALUE "CERT  ".
           05  EXM-CERTIFICATE     PIC X(20).
           05  FILLER              PIC X(8)  VALUE "  STATE ".
           05  EXM-STATE           PIC X(2).
           05  FILLER              PIC X(81) VALUE SPACES.

       01  INV-FREIGHT-LINE.
           05  FILLER              PIC X(15) VALUE "FREIGHT      : ".
           05  FRT-AMOUNT          PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(105) VALUE SPACES.

       01  INV-FREIGHT-WAIVED-LINE.
           05  FILLER              PIC X(15) VALUE "FREIGHT      : ".
           05  FILLER              PIC X(30) VALUE
               "WAIVED - DELIVERY INCLUDED".
           05  FILLER              PIC X(87) VALUE SPACES.

       01  INV-GRAND-LINE.
           05  FILLER              PIC X(15) VALUE "TOTAL DUE    : ".
           05  GRAND-AMOUNT        PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(105) VALUE SPACES.

       01  INV-DUE-LINE.
           05  FILLER              PIC X(15) VALUE "PAYMENT DUE  : ".
           05  DUE-DATE            PIC 9(8).
           05  FILLER              PIC X(109) VALUE SPACES.

       01  INV-DISCOUNT-LINE.
           05  FILLER              PIC X(15) VALUE "DISCOUNT     : ".
           05  DSC-PERCENT         PIC Z9.99.
           05  FILLER              PIC X(30) VALUE
               "% OFF MERCHANDISE IF PAID BY: ".
           05  DSC-DATE            PIC 9(8).
           05  FILLER              PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "ORDINV" TO RL-WS-PROGRAM-NAME.
               DISPLAY "NO TAX RATE TABLE - invoices carry no tax "
                   "this run."
           END-IF.
           OPEN INPUT SHIP-TO-FILE.
           IF SHIP-TO-STATUS = "00"
               MOVE "Y" TO WS-SHIP-TO-FILE-SWITCH
           END-IF.
           OPEN INPUT TAX-EXEMPT-FILE.
           IF TAX-EXEMPT-STATUS = "00"
               MOVE "Y" TO WS-EXEMPT-FILE-SWITCH
           END-IF.
           OPEN INPUT FREIGHT-RATE-FILE.
           IF FREIGHT-RATE-STATUS = "00"
               MOVE "Y" TO WS-FREIGHT-FILE-SWITCH
           ELSE
               DISPLAY "NO FREIGHT RATE TABLE - invoices carry no "
                   "freight this run."
           END-IF.
           OPEN INPUT CUSTOMER-FREIGHT-FILE.
           IF CUSTOMER-FREIGHT-STATUS = "00"
               MOVE "Y" TO WS-WAIVER-FILE-SWITCH
           END-IF.
           OPEN INPUT TRADING-PARTNER-FILE.
           IF TRADING-PARTNER-STATUS = "00"
               MOVE "Y" TO WS-PARTNER-FILE-SWITCH
           END-IF.
           OPEN INPUT CUSTOMER-XREF-FILE.
           IF CUSTOMER-XREF-STATUS = "00"
               MOVE "Y" TO WS-XREF-FILE-SWITCH
           END-IF.
           OPEN OUTPUT E-INVOICE-FILE.
           PERFORM OPEN-OPEN-ITEM-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "ORDINV" TO RPT-PROGRAM-NAME.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CUSTOMER-ID
                                SR-SHIP-TO-CODE
                                SR-ORDER-NUMBER
               USING ACCEPTED-ORDER-FILE
               OUTPUT PROCEDURE IS PRINT-ALL-INVOICES.
           IF TAX-CALCULATION-ON
               CLOSE TAX-RATE-FILE
           END-IF.
           IF SHIP-TO-FILE-OPEN
               CLOSE SHIP-TO-FILE
           END-IF.
           IF EXEMPT-FILE-OPEN
               CLOSE TAX-EXEMPT-FILE
           END-IF.
           IF FREIGHT-CALCULATION-ON
               CLOSE FREIGHT-RATE-FILE
           END-IF.
           IF WAIVER-FILE-OPEN
               CLOSE CUSTOMER-FREIGHT-FILE
           END-IF.
           IF PARTNER-FILE-OPEN
               CLOSE TRADING-PARTNER-FILE
           END-IF.
           IF XREF-FILE-OPEN
               CLOSE CUSTOMER-XREF-FILE
           END-IF.
           PERFORM WRITE-E-INVOICE-TRAILER.
           CLOSE E-INVOICE-FILE.
           CLOSE OPEN-ITEM-FILE.
           CLOSE PRINT-FILE.
           PERFORM WRITE-NIGHT-TAX-TOTAL.
           PERFORM WRITE-NIGHT-FREIGHT-TOTAL.
           DISPLAY "INVOICE RUN COMPLETE - " WS-INVOICE-COUNT
               " INVOICES PRINTED, TAX " WS-NIGHT-TAX-TOTAL
               ", " WS-EXEMPT-COUNT " TAX EXEMPT".
           DISPLAY "FREIGHT " WS-NIGHT-FREIGHT-TOTAL ", "
               WS-WAIVED-COUNT " FREIGHT WAIVED, "
               WS-EI-INVOICE-COUNT " SENT ELECTRONICALLY".
           IF WS-UNTIED-COUNT > 0
               DISPLAY "WARNING - " WS-UNTIED-COUNT
                   " INVOICE(S) FOUND NO OPEN ITEM TO TIE TO"
           END-IF.
           IF INVOICE-REGISTER-STATUS = "00"
               MOVE RC-NORMAL TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               PERFORM START-NEW-INVOICE
           ELSE
      *    One invoice per delivery point - a multi-store customer
      *    gets each store's goods billed separately, taxed where
      *    they went.
               IF SR-CUSTOMER-ID NOT = WS-PREV-CUSTOMER-ID
                   OR SR-SHIP-TO-CODE NOT = WS-PREV-SHIP-TO-CODE
                   PERFORM FINISH-INVOICE
                   PERFORM START-NEW-INVOICE
               END-IF

       START-NEW-INVOICE.
           MOVE SR-CUSTOMER-ID TO WS-PREV-CUSTOMER-ID.
           MOVE SR-SHIP-TO-CODE TO WS-PREV-SHIP-TO-CODE.
           MOVE 0 TO WS-INVOICE-TOTAL.
           MOVE 0 TO WS-PREV-ORDER-NUMBER.
           PERFORM GET-NEXT-INVOICE-NUMBER.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           PERFORM PRINT-BILL-TO-BLOCK.
           MOVE WS-BILL-TO-STATE TO WS-TAX-STATE.
           MOVE WS-BILL-TO-ZIP   TO WS-FREIGHT-ZIP.
           IF SR-SHIP-TO-CODE NOT = SPACES
               PERFORM PRINT-SHIP-TO-BLOCK
           END-IF.
           MOVE " " TO PRINT-CC.
           MOVE INV-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           PERFORM CHECK-TRADING-PARTNER.

       PRINT-ORDER-BREAK-LINE.
      *    The lines group under the order the customer can quote on
                       TO HDR-CUSTOMER-NAME
                   MOVE SPACES TO HDR-ADDRESS-TEXT
                   MOVE SPACES TO WS-BILL-TO-STATE
                   MOVE SPACES TO WS-BILL-TO-ZIP
               NOT INVALID KEY
                   MOVE CUSTOMER-NAME    TO HDR-CUSTOMER-NAME
                   MOVE CUSTOMER-ADDRESS TO HDR-ADDRESS-TEXT
                   MOVE CUSTOMER-STATE   TO WS-BILL-TO-STATE
                   MOVE CUSTOMER-ZIP     TO WS-BILL-TO-ZIP
           END-READ.
           MOVE SR-CUSTOMER-ID TO HDR-CUSTOMER-ID.
           MOVE " " TO PRINT-CC.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       PRINT-SHIP-TO-BLOCK.
      *    A ship-to since removed from the file still prints its
      *    code, and the invoice falls back to the bill-to state so
      *    it is never left untaxed by accident.
           MOVE SR-SHIP-TO-CODE TO HDR-SHIP-TO-CODE.
           MOVE "** SHIP-TO NOT ON FILE **" TO HDR-SHIP-TO-NAME.
           MOVE SPACES TO HDR-ADDRESS-TEXT.
           IF SHIP-TO-FILE-OPEN
               MOVE SR-CUSTOMER-ID  TO ST-CUSTOMER-ID
               MOVE SR-SHIP-TO-CODE TO ST-SHIP-TO-CODE
               READ SHIP-TO-FILE
                   KEY IS ST-SHIP-TO-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ST-NAME    TO HDR-SHIP-TO-NAME
                       MOVE ST-ADDRESS TO HDR-ADDRESS-TEXT
                       MOVE ST-STATE   TO WS-TAX-STATE
                       MOVE ST-ZIP     TO WS-FREIGHT-ZIP
               END-READ
           END-IF.
           MOVE " " TO PRINT-CC.
           MOVE INV-SHIP-TO-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE INV-ADDRESS-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       PRINT-INVOICE-DETAIL.
           COMPUTE WS-EXTENDED-AMOUNT =
               SR-QUANTITY * SR-UNIT-PRICE.
           MOVE SR-QUANTITY        TO DTL-QUANTITY.
           MOVE SR-UNIT-PRICE      TO DTL-UNIT-PRICE.
           MOVE WS-EXTENDED-AMOUNT TO DTL-EXTENDED.
           PERFORM FIND-CUSTOMER-PART.
           MOVE " " TO PRINT-CC.
           MOVE INV-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           IF INVOICE-FOR-PARTNER
               PERFORM WRITE-E-INVOICE-LINE
           END-IF.

       FIND-CUSTOMER-PART.
      *    If the customer has more than one of its part numbers
      *    mapped to the item, the first one on file prints.
           MOVE SPACES TO DTL-CUSTOMER-PART.
           IF XREF-FILE-OPEN
               AND SR-ITEM-NUMBER NOT = SPACES
               MOVE SR-CUSTOMER-ID TO CX-ITEM-CUSTOMER-ID
               MOVE SR-ITEM-NUMBER TO CX-ITEM-NUMBER
               READ CUSTOMER-XREF-FILE
                   KEY IS CX-ITEM-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CX-CUSTOMER-PART TO DTL-CUSTOMER-PART
               END-READ
           END-IF.

       FINISH-INVOICE.
           PERFORM COMPUTE-INVOICE-TAX.
           PERFORM COMPUTE-INVOICE-FREIGHT.
           MOVE WS-INVOICE-TOTAL TO TOT-AMOUNT.
           MOVE " " TO PRINT-CC.
           MOVE INV-TOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           IF INVOICE-TAX-EXEMPT
               MOVE XC-CERTIFICATE-NUMBER TO EXM-CERTIFICATE
               MOVE XC-STATE              TO EXM-STATE
               MOVE " " TO PRINT-CC
               MOVE INV-EXEMPT-LINE TO PRINT-TEXT
           ELSE
               MOVE WS-INVOICE-TAX TO TAX-AMOUNT
               MOVE " " TO PRINT-CC
               MOVE INV-TAX-LINE TO PRINT-TEXT
           END-IF.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           IF INVOICE-FREIGHT-WAIVED
               MOVE " " TO PRINT-CC
               MOVE INV-FREIGHT-WAIVED-LINE TO PRINT-TEXT
           ELSE
               MOVE WS-INVOICE-FREIGHT TO FRT-AMOUNT
               MOVE " " TO PRINT-CC
               MOVE INV-FREIGHT-LINE TO PRINT-TEXT
           END-IF.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           MOVE WS-INVOICE-GRAND-TOTAL TO GRAND-AMOUNT.
           MOVE INV-GRAND-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           PERFORM GET-INVOICE-TERMS.
           MOVE WS-INVOICE-DUE-DATE TO DUE-DATE.
           MOVE " " TO PRINT-CC.
           MOVE INV-DUE-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           IF WS-INVOICE-DISC-PERCENT > 0
               MOVE WS-INVOICE-DISC-PERCENT TO DSC-PERCENT
               MOVE WS-INVOICE-DISC-DATE    TO DSC-DATE
               MOVE " " TO PRINT-CC
               MOVE INV-DISCOUNT-LINE TO PRINT-TEXT
               WRITE PRINT-RECORD
               ADD 1 TO RPT-LINE-COUNT
           END-IF.
           PERFORM WRITE-REGISTER-RECORD.

       GET-INVOICE-TERMS.
      *    The order posting dated the customer's night item from
      *    the customer's terms; the invoice carries the same dates.
      *    With no night item the invoice goes out on the house
      *    terms.
           COMPUTE WS-INVOICE-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-RUN-DATE)
                   + OI-WS-HOUSE-NET-DAYS).
           MOVE 0 TO WS-INVOICE-DISC-DATE.
           MOVE 0 TO WS-INVOICE-DISC-PERCENT.
           MOVE WS-PREV-CUSTOMER-ID TO OI-CUSTOMER-ID.
           MOVE WS-TODAY-RUN-DATE   TO OI-WS-REF-DATE.
           MOVE "O"                 TO OI-WS-REF-TYPE.
           MOVE OI-WS-REFERENCE     TO OI-REFERENCE.
           MOVE 0                   TO OI-INVOICE-NUMBER.
           READ OPEN-ITEM-FILE
               KEY IS OI-ITEM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OI-DUE-DATE NOT = 0
                       MOVE OI-DUE-DATE      TO WS-INVOICE-DUE-DATE
                   END-IF
                   MOVE OI-DISCOUNT-DATE     TO WS-INVOICE-DISC-DATE
                   MOVE OI-DISCOUNT-PERCENT  TO WS-INVOICE-DISC-PERCENT
           END-READ.

       COMPUTE-INVOICE-TAX.
      *    The rate keys off the state the goods shipped to; a state
      *    with no table record (or a customer with no master
      *    record) taxes at zero, so the invoice still prints. An
      *    exemption certificate counts through its expiry date.
           MOVE 0 TO WS-INVOICE-TAX.
           PERFORM CHECK-TAX-EXEMPTION.
           IF TAX-CALCULATION-ON
               AND WS-TAX-STATE NOT = SPACES
               AND NOT INVOICE-TAX-EXEMPT
               MOVE WS-TAX-STATE TO TX-STATE
               READ TAX-RATE-FILE
                   KEY IS TX-STATE
                   INVALID KEY
               WS-INVOICE-TOTAL + WS-INVOICE-TAX.
           ADD WS-INVOICE-TAX TO WS-NIGHT-TAX-TOTAL.

       COMPUTE-INVOICE-FREIGHT.
      *    Freight is charged on the merchandise total, not on the
      *    tax, at the lowest bracket of the destination zone that
      *    covers it - the zone being the first three digits of the
      *    ship-to ZIP, or the bill-to ZIP for lines with no
      *    ship-to. No zone record, no covering bracket, or no ZIP
      *    on file means no freight; a waived customer pays none.
           MOVE 0 TO WS-INVOICE-FREIGHT.
           MOVE "N" TO WS-FREIGHT-WAIVED-SWITCH.
           IF WAIVER-FILE-OPEN
               MOVE WS-PREV-CUSTOMER-ID TO CF-CUSTOMER-ID
               READ CUSTOMER-FREIGHT-FILE
                   KEY IS CF-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CF-FREIGHT-WAIVED
                           MOVE "Y" TO WS-FREIGHT-WAIVED-SWITCH
                           ADD 1 TO WS-WAIVED-COUNT
                       END-IF
               END-READ
           END-IF.
           IF FREIGHT-CALCULATION-ON
               AND NOT INVOICE-FREIGHT-WAIVED
               AND WS-FREIGHT-ZIP (1:3) NOT = SPACES
               AND WS-INVOICE-TOTAL > 0
               MOVE WS-FREIGHT-ZIP (1:3) TO FR-ZONE
               MOVE WS-INVOICE-TOTAL     TO FR-BRACKET-LIMIT
               START FREIGHT-RATE-FILE
                   KEY IS NOT LESS THAN FR-RATE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TAKE-FREIGHT-BRACKET
               END-START
           END-IF.
           ADD WS-INVOICE-FREIGHT TO WS-INVOICE-GRAND-TOTAL.
           ADD WS-INVOICE-FREIGHT TO WS-NIGHT-FREIGHT-TOTAL.

       TAKE-FREIGHT-BRACKET.
           READ FREIGHT-RATE-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF FR-ZONE = WS-FREIGHT-ZIP (1:3)
                       MOVE FR-CHARGE TO WS-INVOICE-FREIGHT
                   END-IF
           END-READ.

       CHECK-TAX-EXEMPTION.
           MOVE "N" TO WS-INVOICE-EXEMPT-SWITCH.
           IF EXEMPT-FILE-OPEN
               AND WS-TAX-STATE NOT = SPACES
               MOVE WS-PREV-CUSTOMER-ID TO XC-CUSTOMER-ID
               MOVE WS-TAX-STATE        TO XC-STATE
               READ TAX-EXEMPT-FILE
                   KEY IS XC-CERTIFICATE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF XC-EXPIRY-DATE NOT < WS-TODAY-RUN-DATE
                           MOVE "Y" TO WS-INVOICE-EXEMPT-SWITCH
                           ADD 1 TO WS-EXEMPT-COUNT
                       END-IF
               END-READ
           END-IF.

       JOURNAL-INVOICE-TAX.
      *    The whole merchandise total is one kind of sale or the
      *    other - an invoice is exempt entirely or taxed entirely.
           MOVE WS-TAX-STATE           TO TJ-STATE.
           MOVE WS-TODAY-RUN-DATE      TO TJ-POST-DATE.
           MOVE "INV"                  TO TJ-SOURCE.
           MOVE WS-PREV-CUSTOMER-ID    TO TJ-CUSTOMER-ID.
           MOVE WS-NEXT-INVOICE-NUMBER TO TJ-DOCUMENT-NUMBER.
           IF INVOICE-TAX-EXEMPT
               MOVE 0                TO TJ-TAXABLE-AMOUNT
               MOVE WS-INVOICE-TOTAL TO TJ-EXEMPT-AMOUNT
           ELSE
               MOVE WS-INVOICE-TOTAL TO TJ-TAXABLE-AMOUNT
               MOVE 0                TO TJ-EXEMPT-AMOUNT
           END-IF.
           MOVE WS-INVOICE-TAX         TO TJ-TAX-AMOUNT.
           PERFORM WRITE-TAX-JOURNAL.

       WRITE-NIGHT-TAX-TOTAL.
      *    One dated record per run, added to the month's records,
      *    that hands tonight's tax total to the GL extract; the
      *    date stamp keeps a stale total from a skipped night out
      *    of the journal, and the month-end tax liability report
      *    ties the month's records to the state totals before
      *    closing the file out.
           OPEN EXTEND TAX-NIGHT-FILE.
           IF TAX-NIGHT-STATUS = "05" OR "35"
               OPEN OUTPUT TAX-NIGHT-FILE
           END-IF.
           MOVE WS-TODAY-RUN-DATE TO TN-RUN-DATE.
           MOVE WS-NIGHT-TAX-TOTAL TO TN-TAX-AMOUNT.
           WRITE TAX-NIGHT-RECORD.
           CLOSE TAX-NIGHT-FILE.

       WRITE-NIGHT-FREIGHT-TOTAL.
      *    One dated record handing tonight's freight total to the
      *    GL extract; the date stamp keeps a stale total from a
      *    skipped night out of the journal, and an invoice run
      *    repeated on the same night replaces it.
           OPEN OUTPUT FREIGHT-NIGHT-FILE.
           MOVE WS-TODAY-RUN-DATE TO FN-RUN-DATE.
           MOVE WS-NIGHT-FREIGHT-TOTAL TO FN-FREIGHT-AMOUNT.
           WRITE FREIGHT-NIGHT-RECORD.
           CLOSE FREIGHT-NIGHT-FILE.

       WRITE-REGISTER-RECORD.
           MOVE WS-NEXT-INVOICE-NUMBER TO IR-INVOICE-NUMBER.
           MOVE WS-PREV-CUSTOMER-ID    TO IR-CUSTOMER-ID.
           MOVE WS-INVOICE-TOTAL       TO IR-INVOICE-AMOUNT.
           MOVE WS-INVOICE-TAX         TO IR-TAX-AMOUNT.
           MOVE WS-INVOICE-GRAND-TOTAL TO IR-TOTAL-AMOUNT.
           MOVE WS-INVOICE-FREIGHT     TO IR-FREIGHT-AMOUNT.
           WRITE INVOICE-REGISTER-RECORD.
           PERFORM JOURNAL-INVOICE-TAX.
           PERFORM TIE-INVOICE-TO-OPEN-ITEM.
           IF INVOICE-FOR-PARTNER
               PERFORM WRITE-E-INVOICE-TOTALS
           END-IF.

       CHECK-TRADING-PARTNER.
      *    A designated partner's invoice goes out on paper as
      *    always and also on the outbound file, header first.
           MOVE "N" TO WS-PARTNER-INVOICE-SWITCH.
           IF PARTNER-FILE-OPEN
               MOVE WS-PREV-CUSTOMER-ID TO TP-CUSTOMER-ID
               READ TRADING-PARTNER-FILE
                   KEY IS TP-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PARTNER-INVOICE-SWITCH
               END-READ
           END-IF.
           IF INVOICE-FOR-PARTNER
               MOVE SPACES                 TO E-INVOICE-RECORD
               MOVE "H"                    TO EI-RECORD-TYPE
               MOVE WS-NEXT-INVOICE-NUMBER TO EI-INVOICE-NUMBER
               MOVE WS-PREV-CUSTOMER-ID    TO EI-CUSTOMER-ID
               MOVE TP-PARTNER-CODE        TO EI-PARTNER-CODE
               MOVE WS-TODAY-RUN-DATE      TO EI-INVOICE-DATE
               MOVE WS-PREV-SHIP-TO-CODE   TO EI-SHIP-TO-CODE
               PERFORM WRITE-E-INVOICE-RECORD
               ADD 1 TO WS-EI-INVOICE-COUNT
           END-IF.

       WRITE-E-INVOICE-LINE.
           MOVE SPACES                 TO E-INVOICE-RECORD.
           MOVE "L"                    TO EI-RECORD-TYPE.
           MOVE WS-NEXT-INVOICE-NUMBER TO EI-INVOICE-NUMBER.
           MOVE SR-ORDER-NUMBER        TO EI-ORDER-NUMBER.
           MOVE SR-ITEM-NUMBER         TO EI-ITEM-NUMBER.
           MOVE SR-DEPARTMENT          TO EI-DEPARTMENT.
           MOVE SR-QUANTITY            TO EI-QUANTITY.
           MOVE SR-UNIT-PRICE          TO EI-UNIT-PRICE.
           MOVE WS-EXTENDED-AMOUNT     TO EI-EXTENDED-AMOUNT.
           PERFORM WRITE-E-INVOICE-RECORD.

       WRITE-E-INVOICE-TOTALS.
      *    The tax record carries what the sales tax journal got;
      *    the total record carries the amounts the register holds.
           MOVE SPACES                 TO E-INVOICE-RECORD.
           MOVE "X"                    TO EI-RECORD-TYPE.
           MOVE WS-NEXT-INVOICE-NUMBER TO EI-INVOICE-NUMBER.
           MOVE WS-TAX-STATE           TO EI-TAX-STATE.
           IF INVOICE-TAX-EXEMPT
               MOVE 0                     TO EI-TAXABLE-AMOUNT
               MOVE WS-INVOICE-TOTAL      TO EI-EXEMPT-AMOUNT
               MOVE XC-CERTIFICATE-NUMBER TO EI-CERTIFICATE-NUMBER
           ELSE
               MOVE WS-INVOICE-TOTAL      TO EI-TAXABLE-AMOUNT
               MOVE 0                     TO EI-EXEMPT-AMOUNT
           END-IF.
           MOVE WS-INVOICE-TAX         TO EI-TAX-AMOUNT.
           PERFORM WRITE-E-INVOICE-RECORD.
           MOVE SPACES                 TO E-INVOICE-RECORD.
           MOVE "S"                    TO EI-RECORD-TYPE.
           MOVE WS-NEXT-INVOICE-NUMBER TO EI-INVOICE-NUMBER.
           MOVE WS-INVOICE-TOTAL       TO EI-MERCHANDISE-AMOUNT.
           MOVE WS-INVOICE-TAX         TO EI-TAX-TOTAL.
           MOVE WS-INVOICE-FREIGHT     TO EI-FREIGHT-AMOUNT.
           MOVE WS-INVOICE-GRAND-TOTAL TO EI-TOTAL-DUE.
           MOVE WS-INVOICE-DUE-DATE    TO EI-DUE-DATE.
           PERFORM WRITE-E-INVOICE-RECORD.
           ADD WS-INVOICE-GRAND-TOTAL TO WS-EI-AMOUNT-TOTAL.

       WRITE-E-INVOICE-RECORD.
           WRITE E-INVOICE-RECORD.
           ADD 1 TO WS-EI-RECORD-COUNT.

       WRITE-E-INVOICE-TRAILER.
      *    Written even on a night with no partner invoices, so the
      *    release step can tell an empty night from a missing run.
           MOVE SPACES              TO E-INVOICE-RECORD.
           MOVE "T"                 TO EI-RECORD-TYPE.
           MOVE 0                   TO EI-INVOICE-NUMBER.
           MOVE WS-EI-RECORD-COUNT  TO EI-TRAILER-COUNT.
           MOVE WS-EI-INVOICE-COUNT TO EI-TRAILER-INVOICES.
           MOVE WS-EI-AMOUNT-TOTAL  TO EI-TRAILER-AMOUNT.
           WRITE E-INVOICE-RECORD.

       TIE-INVOICE-TO-OPEN-ITEM.
      *    The invoice's merchandise moves off the customer's untied
      *    night order item onto an item under the invoice number.
      *    If a payment already drew the night item down, the
      *    invoice takes what is still open, up to its own amount.
      *    An untied item used up entirely is removed.
           MOVE WS-PREV-CUSTOMER-ID TO OI-CUSTOMER-ID.
           MOVE WS-TODAY-RUN-DATE   TO OI-WS-REF-DATE.
           MOVE "O"                 TO OI-WS-REF-TYPE.
           MOVE OI-WS-REFERENCE     TO OI-REFERENCE.
           MOVE 0                   TO OI-INVOICE-NUMBER.
           READ OPEN-ITEM-FILE
               KEY IS OI-ITEM-KEY
               INVALID KEY
                   ADD 1 TO WS-UNTIED-COUNT
               NOT INVALID KEY
                   PERFORM SPLIT-NIGHT-ORDER-ITEM
           END-READ.

       SPLIT-NIGHT-ORDER-ITEM.
           MOVE WS-INVOICE-TOTAL TO WS-TIED-OPEN-AMOUNT.
           IF OI-OPEN-AMOUNT < WS-TIED-OPEN-AMOUNT
               MOVE OI-OPEN-AMOUNT TO WS-TIED-OPEN-AMOUNT
           END-IF.
           IF WS-TIED-OPEN-AMOUNT < 0
               MOVE 0 TO WS-TIED-OPEN-AMOUNT
           END-IF.
           SUBTRACT WS-INVOICE-TOTAL    FROM OI-ORIGINAL-AMOUNT.
           SUBTRACT WS-TIED-OPEN-AMOUNT FROM OI-OPEN-AMOUNT.
           IF OI-ORIGINAL-AMOUNT = 0 AND OI-OPEN-AMOUNT = 0
               DELETE OPEN-ITEM-FILE RECORD
           ELSE
               REWRITE OPEN-ITEM-RECORD
           END-IF.
           MOVE WS-PREV-CUSTOMER-ID    TO OI-CUSTOMER-ID.
           MOVE OI-WS-REFERENCE        TO OI-REFERENCE.
           MOVE WS-NEXT-INVOICE-NUMBER TO OI-INVOICE-NUMBER.
           MOVE WS-TODAY-RUN-DATE      TO OI-ITEM-DATE.
           MOVE "ORD"                  TO OI-ITEM-TYPE.
           MOVE WS-INVOICE-TOTAL       TO OI-ORIGINAL-AMOUNT.
           MOVE WS-TIED-OPEN-AMOUNT    TO OI-OPEN-AMOUNT.
           MOVE WS-INVOICE-DUE-DATE    TO OI-DUE-DATE.
           MOVE WS-INVOICE-DISC-DATE   TO OI-DISCOUNT-DATE.
           MOVE WS-INVOICE-DISC-PERCENT TO OI-DISCOUNT-PERCENT.
           MOVE SPACE                  TO OI-DISPUTE-FLAG.
           MOVE SPACES                 TO OI-DISPUTE-REASON.
           MOVE 0                      TO OI-DISPUTE-DATE.
           MOVE SPACES                 TO OI-DISPUTE-OPERATOR.
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "WARNING - invoice "
                       WS-NEXT-INVOICE-NUMBER
                       " already has an open item, STATUS "
                       OPEN-ITEM-STATUS
           END-WRITE.

           COPY OPNIPD.
           COPY TXJRPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
