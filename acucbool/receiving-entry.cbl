      *          With the nightly depletion working the other side,
      *          the buyers finally see stock positions instead of
      *          walking the floor counting.
      *
      *          A receipt also releases the item's open backorders
      *          (backord.dat) back onto orderlin.dat, oldest first,
      *          for as many units as the receipt covers - a partly
      *          covered backorder is released for what arrived and
      *          keeps the rest. The released lines carry their
      *          original order number, customer, and price, and
      *          ship in tonight's order run.
      *
      *          Receipts are matched to the purchase orders the
      *          buyer released (poline.dat): the operator keys the
      *          PO number from the packing slip, the item's open
      *          line on that PO takes the quantity, and the line
      *          closes once everything ordered has arrived. A
      *          receipt over the line's open quantity, short of it,
      *          or against no PO at all is flagged on the spot and
      *          logged with its exception code for the nightly
      *          receiving exceptions report. A unit cost keyed from
      *          the packing slip is averaged into the item's cost
      *          over the stock already on hand.
      *
      *          Every receipt is queued on the inventory GL feed
      *          (invgl.dat) at the slip's unit cost - or the item's
      *          cost when the slip shows none - for GLEXTR to debit
      *          inventory against received-not-invoiced.
      *
      *          Items of a department whose physical count is open
      *          (cntctl.dat) are refused until the count is posted,
      *          so no stock lands between the count sheet's book
      *          figure and the shelf count.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ITEMSEL.

           COPY RCVLSEL.
           COPY POLNSEL.
           COPY CNTCSEL.
           COPY IGLSEL.

           COPY BORDSEL.

           SELECT ORDER-LINE-FILE ASSIGN TO "orderlin.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ORDER-LINE-STATUS.

           COPY OPERSEL.
           COPY RUNLOGSEL.
           COPY ITEMREC.

       FD  RECEIVING-LOG-FILE.
           COPY RCVLREC.

       FD  PO-LINE-FILE.
           COPY POLNREC.

       FD  COUNT-CONTROL-FILE.
           COPY CNTCREC.

       FD  INVENTORY-GL-FILE.
           COPY IGLREC.

       FD  BACKORDER-FILE.
           COPY BORDREC.

       FD  ORDER-LINE-FILE.
           COPY ORDLREC.

           COPY OPERFD.
           COPY RUNLOGFD.
       01  WS-ITEM-OK-SWITCH       PIC X       VALUE "N".
           88  ITEM-ACCEPTED                   VALUE "Y".
       01  WS-ON-HAND-DISPLAY      PIC ZZZZZZ9-.
       01  BACKORDER-STATUS        PIC XX.
       01  ORDER-LINE-STATUS       PIC XX.
       01  WS-BACKORDER-SWITCH     PIC X       VALUE "N".
           88  BACKORDER-RELEASE-ON            VALUE "Y".
       01  WS-BO-EOF-SWITCH        PIC X       VALUE "N".
           88  END-OF-ITEM-BACKORDERS          VALUE "Y".
       01  WS-RELEASE-REMAINING    PIC 9(7).
       01  WS-RELEASE-QUANTITY     PIC 9(5).
       01  WS-RELEASED-COUNT       PIC 9(5)    VALUE 0.
       01  PO-LINE-STATUS          PIC XX.
       01  WS-PO-FILE-SWITCH       PIC X       VALUE "N".
           88  PO-RECEIVING-ON                 VALUE "Y".
       01  WS-PO-EOF-SWITCH        PIC X       VALUE "N".
           88  END-OF-PO-LINES                 VALUE "Y".
       01  WS-PO-LINE-SWITCH       PIC X       VALUE "N".
           88  PO-LINE-FOUND                   VALUE "Y".
       01  WS-RECEIPT-PO-NUMBER    PIC 9(8).
       01  WS-FOUND-PO-LINE-KEY    PIC X(11).
       01  WS-OPEN-QUANTITY        PIC S9(7).
       01  WS-VARIANCE-DISPLAY     PIC ZZZZZZ9.
       01  WS-EXCEPTION-CODE       PIC X.
       01  WS-EXCEPTION-COUNT      PIC 9(5)    VALUE 0.
       01  WS-RECEIPT-UNIT-COST    PIC S9(5)V99.
       01  COUNT-CONTROL-STATUS    PIC XX.
       01  WS-COUNT-FILE-SWITCH    PIC X       VALUE "N".
           88  COUNT-FREEZE-ON                 VALUE "Y".

           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY VALIDWS.
           COPY IGLWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           IF RECEIVING-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT RECEIVING-LOG-FILE
           END-IF.
           PERFORM OPEN-BACKORDER-FILES.
           PERFORM OPEN-INVENTORY-GL-FILE.
      *    No PO line file means no PO has been released yet - every
      *    receipt logs as received without a PO.
           OPEN I-O PO-LINE-FILE.
           IF PO-LINE-STATUS = "00"
               MOVE "Y" TO WS-PO-FILE-SWITCH
           END-IF.
      *    No count control file means no department has ever been
      *    counted - nothing is frozen.
           OPEN INPUT COUNT-CONTROL-FILE.
           IF COUNT-CONTROL-STATUS = "00"
               MOVE "Y" TO WS-COUNT-FILE-SWITCH
           END-IF.
           PERFORM ENTER-ONE-RECEIPT
               UNTIL OPERATOR-DONE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE RECEIVING-LOG-FILE.
           CLOSE INVENTORY-GL-FILE.
           IF BACKORDER-RELEASE-ON
               CLOSE BACKORDER-FILE
               CLOSE ORDER-LINE-FILE
           END-IF.
           IF PO-RECEIVING-ON
               CLOSE PO-LINE-FILE
           END-IF.
           IF COUNT-FREEZE-ON
               CLOSE COUNT-CONTROL-FILE
           END-IF.
           DISPLAY "RECEIVING ENTRY COMPLETE - " WS-ENTERED-COUNT
               " RECEIPTS ENTERED, " WS-RELEASED-COUNT
               " BACKORDER LINES RELEASED, " WS-EXCEPTION-COUNT
               " PO EXCEPTIONS".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.
       ENTER-ONE-RECEIPT.
           PERFORM GET-VALID-ITEM.
           IF ITEM-ACCEPTED
               PERFORM GET-RECEIPT-PO-LINE
               PERFORM GET-RECEIPT-UNIT-COST
               DISPLAY "ENTER QUANTITY RECEIVED:"
               PERFORM ACCEPT-NONZERO-NUMBER
               PERFORM AVERAGE-RECEIPT-COST
               ADD VAL-NUMERIC-FIELD TO IT-ON-HAND
               REWRITE ITEM-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "RECEIPT NOT APPLIED, STATUS "
                           ITEM-MASTER-STATUS
                   NOT INVALID KEY
                       PERFORM APPLY-RECEIPT-TO-PO
                       PERFORM LOG-ONE-RECEIPT
                       PERFORM QUEUE-RECEIPT-COST
                       ADD 1 TO WS-ENTERED-COUNT
                       MOVE IT-ON-HAND TO WS-ON-HAND-DISPLAY
                       DISPLAY "RECEIPT ACCEPTED - ON HAND NOW "
                           WS-ON-HAND-DISPLAY
                       IF BACKORDER-RELEASE-ON
                           PERFORM RELEASE-ITEM-BACKORDERS
                       END-IF
               END-REWRITE
           END-IF.
           DISPLAY "ENTER ANOTHER RECEIPT? (Y/N)".
                           "  ON HAND: " WS-ON-HAND-DISPLAY
               END-READ
           END-IF.
           IF ITEM-ACCEPTED AND COUNT-FREEZE-ON
               PERFORM CHECK-COUNT-FREEZE
           END-IF.

       CHECK-COUNT-FREEZE.
           MOVE IT-DEPARTMENT TO CC-DEPARTMENT.
           READ COUNT-CONTROL-FILE
               KEY IS CC-DEPARTMENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COUNT-IN-PROGRESS
                       MOVE "N" TO WS-ITEM-OK-SWITCH
                       DISPLAY "DEPARTMENT " IT-DEPARTMENT
                           " IS BEING COUNTED SINCE " CC-START-DATE
                           " - RECEIPT NOT ACCEPTED. Hold the stock "
                           "until the count is posted."
                   END-IF
           END-READ.

       LOG-ONE-RECEIPT.
           MOVE IT-ITEM-NUMBER    TO RV-ITEM-NUMBER.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE  TO RV-RECEIPT-DATE.
           MOVE OP-SIGNED-ON-ID   TO RV-OPERATOR-ID.
           MOVE WS-RECEIPT-PO-NUMBER TO RV-PO-NUMBER.
           MOVE WS-EXCEPTION-CODE TO RV-EXCEPTION-CODE.
           MOVE WS-RECEIPT-UNIT-COST TO RV-UNIT-COST.
           WRITE RECEIVING-LOG-RECORD.

       QUEUE-RECEIPT-COST.
      *    What the vendor will invoice is the slip's cost; with
      *    none keyed the item's cost stands in until the invoice.
           MOVE "R"               TO IG-WS-ENTRY-TYPE.
           MOVE IT-DEPARTMENT     TO IG-WS-DEPARTMENT.
           MOVE IT-ITEM-NUMBER    TO IG-WS-ITEM-NUMBER.
           MOVE VAL-NUMERIC-FIELD TO IG-WS-QUANTITY.
           IF WS-RECEIPT-UNIT-COST > 0
               MOVE WS-RECEIPT-UNIT-COST TO IG-WS-UNIT-COST
           ELSE
               MOVE IT-UNIT-COST  TO IG-WS-UNIT-COST
           END-IF.
           MOVE WS-BUSINESS-DATE  TO IG-WS-ENTRY-DATE.
           PERFORM WRITE-INVENTORY-GL-ENTRY.

       GET-RECEIPT-UNIT-COST.
      *    The cost off the packing slip, if it shows one; zero
      *    leaves the item's cost as it stands.
           DISPLAY "ENTER UNIT COST FROM THE SLIP (IMPLIED 2 "
               "DECIMALS, 0 IF NONE):".
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
                   AND VAL-NUMERIC-FIELD NOT < 0
                   AND VAL-NUMERIC-FIELD NOT > 99999.99
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               ELSE
                   IF VAL-NUMERIC-FIELD < 0
                       OR VAL-NUMERIC-FIELD > 99999.99
                       DISPLAY "Cost must be 0 to 99999.99. "
                           "Try again."
                   END-IF
               END-IF
           END-PERFORM.
           MOVE VAL-NUMERIC-FIELD TO WS-RECEIPT-UNIT-COST.

       AVERAGE-RECEIPT-COST.
      *    Moving average - the stock already on the shelf at the
      *    old cost, plus this receipt at its own. With nothing on
      *    hand (or no cost yet) the receipt's cost simply becomes
      *    the item's cost. Runs before on-hand goes up.
           IF WS-RECEIPT-UNIT-COST > 0
               IF IT-ON-HAND > 0 AND IT-UNIT-COST > 0
                   COMPUTE IT-UNIT-COST ROUNDED =
                       ((IT-ON-HAND * IT-UNIT-COST)
                       + (VAL-NUMERIC-FIELD * WS-RECEIPT-UNIT-COST))
                       / (IT-ON-HAND + VAL-NUMERIC-FIELD)
               ELSE
                   MOVE WS-RECEIPT-UNIT-COST TO IT-UNIT-COST
               END-IF
           END-IF.

       GET-RECEIPT-PO-LINE.
      *    Finds the item's line on the PO keyed from the packing
      *    slip - the open line if there is one, otherwise a line
      *    already closed, so a repeat shipment still shows as an
      *    over-receipt against the PO it came in on.
           MOVE 0 TO WS-RECEIPT-PO-NUMBER.
           MOVE "N" TO WS-PO-LINE-SWITCH.
           IF PO-RECEIVING-ON
               DISPLAY "ENTER PO NUMBER (OR 0 IF NONE):"
               MOVE "N" TO VAL-VALID-SWITCH
               PERFORM UNTIL VAL-INPUT-VALID
                       AND VAL-NUMERIC-FIELD NOT < 0
                   ACCEPT VAL-NUMERIC-FIELD
                   PERFORM VALIDATE-NUMERIC-FIELD
                   IF NOT VAL-INPUT-VALID
                       OR VAL-NUMERIC-FIELD < 0
                       DISPLAY "Invalid entry - numbers only. "
                           "Try again."
                   END-IF
               END-PERFORM
               MOVE VAL-NUMERIC-FIELD TO WS-RECEIPT-PO-NUMBER
           END-IF.
           IF WS-RECEIPT-PO-NUMBER > 0
               PERFORM FIND-PO-LINE-FOR-ITEM
               IF NOT PO-LINE-FOUND
                   DISPLAY "ITEM " IT-ITEM-NUMBER " IS NOT ON PO "
                       WS-RECEIPT-PO-NUMBER " - RECEIPT WILL LOG "
                       "WITHOUT A PO."
                   MOVE 0 TO WS-RECEIPT-PO-NUMBER
               END-IF
           END-IF.

       FIND-PO-LINE-FOR-ITEM.
           MOVE WS-RECEIPT-PO-NUMBER TO PL-PO-NUMBER.
           MOVE 0 TO PL-LINE-NUMBER.
           MOVE "N" TO WS-PO-EOF-SWITCH.
           START PO-LINE-FILE
               KEY IS GREATER THAN OR EQUAL TO PL-PO-LINE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PO-EOF-SWITCH
           END-START.
           IF NOT END-OF-PO-LINES
               PERFORM READ-NEXT-PO-LINE
           END-IF.
           PERFORM CHECK-ONE-PO-LINE
               UNTIL END-OF-PO-LINES.

       READ-NEXT-PO-LINE.
           READ PO-LINE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PO-EOF-SWITCH
               NOT AT END
                   IF PL-PO-NUMBER NOT = WS-RECEIPT-PO-NUMBER
                       MOVE "Y" TO WS-PO-EOF-SWITCH
                   END-IF
           END-READ.

       CHECK-ONE-PO-LINE.
           IF PL-ITEM-NUMBER = IT-ITEM-NUMBER
               IF PO-LINE-OPEN
                   MOVE "Y" TO WS-PO-LINE-SWITCH
                   MOVE PL-PO-LINE-KEY TO WS-FOUND-PO-LINE-KEY
                   MOVE "Y" TO WS-PO-EOF-SWITCH
               ELSE
                   IF NOT PO-LINE-FOUND
                       MOVE "Y" TO WS-PO-LINE-SWITCH
                       MOVE PL-PO-LINE-KEY TO WS-FOUND-PO-LINE-KEY
                   END-IF
               END-IF
           END-IF.
           IF NOT END-OF-PO-LINES
               PERFORM READ-NEXT-PO-LINE
           END-IF.

       APPLY-RECEIPT-TO-PO.
           IF WS-RECEIPT-PO-NUMBER = 0
               MOVE "N" TO WS-EXCEPTION-CODE
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "** NO PO - RECEIPT FLAGGED FOR THE BUYER"
           ELSE
               MOVE WS-FOUND-PO-LINE-KEY TO PL-PO-LINE-KEY
               READ PO-LINE-FILE
                   KEY IS PL-PO-LINE-KEY
                   INVALID KEY
                       MOVE "N" TO WS-EXCEPTION-CODE
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY "** PO LINE NO LONGER ON FILE - "
                           "RECEIPT FLAGGED FOR THE BUYER"
                   NOT INVALID KEY
                       PERFORM UPDATE-PO-LINE
               END-READ
           END-IF.

       UPDATE-PO-LINE.
           COMPUTE WS-OPEN-QUANTITY =
               PL-ORDERED-QUANTITY - PL-RECEIVED-QUANTITY.
           IF WS-OPEN-QUANTITY < 0
               MOVE 0 TO WS-OPEN-QUANTITY
           END-IF.
           EVALUATE TRUE
               WHEN VAL-NUMERIC-FIELD > WS-OPEN-QUANTITY
                   MOVE "O" TO WS-EXCEPTION-CODE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   COMPUTE WS-VARIANCE-DISPLAY =
                       VAL-NUMERIC-FIELD - WS-OPEN-QUANTITY
                   DISPLAY "** OVER-RECEIPT - " WS-VARIANCE-DISPLAY
                       " MORE THAN WAS OPEN ON PO " PL-PO-NUMBER
               WHEN VAL-NUMERIC-FIELD < WS-OPEN-QUANTITY
                   MOVE "S" TO WS-EXCEPTION-CODE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   COMPUTE WS-VARIANCE-DISPLAY =
                       WS-OPEN-QUANTITY - VAL-NUMERIC-FIELD
                   DISPLAY "** SHORT RECEIPT - " WS-VARIANCE-DISPLAY
                       " STILL OPEN ON PO " PL-PO-NUMBER
               WHEN OTHER
                   MOVE SPACE TO WS-EXCEPTION-CODE
                   DISPLAY "PO " PL-PO-NUMBER " LINE RECEIVED IN FULL"
           END-EVALUATE.
           ADD VAL-NUMERIC-FIELD TO PL-RECEIVED-QUANTITY.
           IF PL-RECEIVED-QUANTITY NOT < PL-ORDERED-QUANTITY
               MOVE "C" TO PL-LINE-STATUS
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO PL-LAST-RECEIPT-DATE.
           REWRITE PO-LINE-RECORD
               INVALID KEY
                   DISPLAY "PO LINE NOT UPDATED, STATUS "
                       PO-LINE-STATUS
           END-REWRITE.

       OPEN-BACKORDER-FILES.
      *    No backorder file yet means the order run has never had
      *    to short a line - there is nothing to release.
           OPEN I-O BACKORDER-FILE.
           IF BACKORDER-STATUS = "00"
               MOVE "Y" TO WS-BACKORDER-SWITCH
               OPEN EXTEND ORDER-LINE-FILE
               IF ORDER-LINE-STATUS = "05" OR "35"
                   OPEN OUTPUT ORDER-LINE-FILE
               END-IF
           END-IF.

       RELEASE-ITEM-BACKORDERS.
      *    The backorder key runs item, backorder date, order number,
      *    so reading forward from the item is oldest-first.
           MOVE VAL-NUMERIC-FIELD TO WS-RELEASE-REMAINING.
           MOVE IT-ITEM-NUMBER TO BO-ITEM-NUMBER.
           MOVE 0 TO BO-BACKORDER-DATE.
           MOVE 0 TO BO-ORDER-NUMBER.
           MOVE 0 TO BO-SEQUENCE.
           MOVE "N" TO WS-BO-EOF-SWITCH.
           START BACKORDER-FILE
               KEY IS GREATER THAN OR EQUAL TO BO-BACKORDER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BO-EOF-SWITCH
           END-START.
           IF NOT END-OF-ITEM-BACKORDERS
               PERFORM READ-NEXT-BACKORDER
           END-IF.
           PERFORM RELEASE-ONE-BACKORDER
               UNTIL END-OF-ITEM-BACKORDERS
                   OR WS-RELEASE-REMAINING = 0.

       READ-NEXT-BACKORDER.
           READ BACKORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BO-EOF-SWITCH
               NOT AT END
                   IF BO-ITEM-NUMBER NOT = IT-ITEM-NUMBER
                       MOVE "Y" TO WS-BO-EOF-SWITCH
                   END-IF
           END-READ.

       RELEASE-ONE-BACKORDER.
           IF BO-QUANTITY > WS-RELEASE-REMAINING
               MOVE WS-RELEASE-REMAINING TO WS-RELEASE-QUANTITY
           ELSE
               MOVE BO-QUANTITY TO WS-RELEASE-QUANTITY
           END-IF.
           MOVE BO-DEPARTMENT       TO OL-DEPARTMENT.
           MOVE BO-CUSTOMER-ID      TO OL-CUSTOMER-ID.
           MOVE WS-RELEASE-QUANTITY TO OL-QUANTITY.
           MOVE BO-UNIT-PRICE       TO OL-UNIT-PRICE.
           MOVE BO-ITEM-NUMBER      TO OL-ITEM-NUMBER.
           MOVE BO-OPERATOR-ID      TO OL-OPERATOR-ID.
           MOVE BO-BRANCH-CODE      TO OL-BRANCH-CODE.
           MOVE BO-ORDER-NUMBER     TO OL-ORDER-NUMBER.
           MOVE BO-ORDER-DATE       TO OL-ORDER-DATE.
           MOVE BO-SHIP-TO-CODE     TO OL-SHIP-TO-CODE.
           WRITE ORDER-LINE-RECORD.
           SUBTRACT WS-RELEASE-QUANTITY FROM WS-RELEASE-REMAINING.
           SUBTRACT WS-RELEASE-QUANTITY FROM BO-QUANTITY.
           IF BO-QUANTITY = 0
               DELETE BACKORDER-FILE RECORD
           ELSE
               REWRITE BACKORDER-RECORD
           END-IF.
           ADD 1 TO WS-RELEASED-COUNT.
           DISPLAY "BACKORDER RELEASED - ORDER " OL-ORDER-NUMBER
               "  CUSTOMER " OL-CUSTOMER-ID
               "  QTY " WS-RELEASE-QUANTITY.
           PERFORM READ-NEXT-BACKORDER.

       ACCEPT-NONZERO-NUMBER.
      *    Uses the shared VALIDPD numeric check, then insists on a
      *    positive count - the dock receives goods, it does not
           COPY OPERPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
           COPY IGLPD.
