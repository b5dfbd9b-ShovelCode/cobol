       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDCHG.
      ******************************************************************
      * Purpose: Order cancel and change workstation. The supervisor
      *          keys an order number and sees every line of it still
      *          waiting on orderlin.dat for tonight's order run -
      *          once the run has taken a line the only way back is
      *          a return or an adjustment, so this is the last
      *          clean chance to stop it. From there the whole order
      *          can be cancelled, a single line cancelled, or a
      *          line's quantity changed; every action takes a
      *          reason code. Nothing touches orderlin.dat until the
      *          supervisor finishes with the order; then the file
      *          is copied through a work file with the cancelled
      *          lines dropped and the changed quantities applied,
      *          and each cancellation and change is written to
      *          ordchg.log with the operator and time for the daily
      *          cancellation report (ORDCXRPT). Supervisor sign-on
      *          required.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-LINE-FILE ASSIGN TO "orderlin.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ORDER-LINE-STATUS.

           SELECT ORDER-LINE-WORK-FILE ASSIGN TO "orderlin.wrk"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ORDER-LINE-WORK-STATUS.

           COPY OCHGSEL.
           COPY ITEMSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-LINE-FILE.
           COPY ORDLREC.

       FD  ORDER-LINE-WORK-FILE.
       01  ORDER-LINE-WORK-RECORD  PIC X(76).

       FD  ORDER-CHANGE-FILE.
           COPY OCHGREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  ORDER-LINE-STATUS       PIC XX.
       01  ORDER-LINE-WORK-STATUS  PIC XX.
       01  ORDER-CHANGE-STATUS     PIC XX.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-ORDER-DONE-SWITCH    PIC X       VALUE "N".
           88  ORDER-DONE                      VALUE "Y".
       01  WS-LINE-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-ORDER-FILE               VALUE "Y".
       01  WS-ITEM-FILE-SWITCH     PIC X       VALUE "N".
           88  ITEM-MASTER-OPEN                VALUE "Y".
       01  WS-CHANGE-ORDER         PIC 9(8).
       01  WS-ACTION               PIC X.
       01  WS-REASON-CODE          PIC X(4).
       01  WS-PICKED-LINE          PIC 9(3).
       01  WS-MATCH-SEQUENCE       PIC 9(3).
       01  WS-PENDING-COUNT        PIC 9(3).
       01  WS-LIVE-COUNT           PIC 9(3).
       01  WS-CANCELLED-COUNT      PIC 9(5)    VALUE 0.
       01  WS-CHANGED-COUNT        PIC 9(5)    VALUE 0.
       01  WS-ITEM-DESCRIPTION     PIC X(30).
       01  WS-QUANTITY-DISPLAY     PIC ZZZZ9.
       01  WS-NEW-QTY-DISPLAY      PIC ZZZZ9.
       01  WS-PRICE-DISPLAY        PIC ZZZZ9.99-.
       01  WS-LINE-DISPLAY         PIC ZZ9.

      *    The order's waiting lines, in the order they sit on
      *    orderlin.dat, with whatever the supervisor has decided
      *    for each. Action SPACE is unchanged.
       01  WS-CHG-LINE-COUNT       PIC 9(3)    VALUE 0.
       01  WS-CHG-TABLE.
           05  WS-CHG-LINE         OCCURS 200 TIMES
                   INDEXED BY CHG-IDX.
               10  WS-CHG-CUSTOMER-ID  PIC X(10).
               10  WS-CHG-DEPARTMENT   PIC X(10).
               10  WS-CHG-ITEM-NUMBER  PIC X(10).
               10  WS-CHG-QUANTITY     PIC 9(5).
               10  WS-CHG-UNIT-PRICE   PIC S9(5)V99.
               10  WS-CHG-NEW-QUANTITY PIC 9(5).
               10  WS-CHG-ACTION       PIC X.
                   88  CHG-LINE-UNCHANGED          VALUE SPACE.
                   88  CHG-LINE-CANCELLED          VALUE "O" "L".
                   88  CHG-LINE-REQUANTIFIED       VALUE "Q".
               10  WS-CHG-REASON       PIC X(4).

           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY VALIDWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "ORDCHG" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "ORDER CHANGE REFUSED - supervisor authority "
                   "is required to cancel or change an order."
               MOVE RC-DECLINED TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           OPEN EXTEND ORDER-CHANGE-FILE.
           IF ORDER-CHANGE-STATUS = "05" OR "35"
               OPEN OUTPUT ORDER-CHANGE-FILE
           END-IF.
      *    The item master only supplies descriptions here.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ITEM-FILE-SWITCH
           END-IF.
           PERFORM WORK-ONE-ORDER
               UNTIL OPERATOR-DONE.
           CLOSE ORDER-CHANGE-FILE.
           IF ITEM-MASTER-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           DISPLAY "ORDER CHANGE COMPLETE - " WS-CANCELLED-COUNT
               " LINES CANCELLED, " WS-CHANGED-COUNT
               " QUANTITIES CHANGED".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       WORK-ONE-ORDER.
           DISPLAY "ENTER ORDER NUMBER (OR 0 TO QUIT):".
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               END-IF
           END-PERFORM.
           IF VAL-NUMERIC-FIELD NOT > 0
               MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
           ELSE
               MOVE VAL-NUMERIC-FIELD TO WS-CHANGE-ORDER
               PERFORM LOAD-ORDER-LINES
               IF WS-CHG-LINE-COUNT = 0
                   DISPLAY "NO LINES WAITING FOR ORDER "
                       WS-CHANGE-ORDER " - it has run or was never "
                       "keyed; ORDSTAT shows where it is."
               ELSE
                   MOVE "N" TO WS-ORDER-DONE-SWITCH
                   PERFORM TAKE-ONE-ACTION
                       UNTIL ORDER-DONE
                   PERFORM COUNT-PENDING-CHANGES
                   IF WS-PENDING-COUNT > 0
                       PERFORM APPLY-ORDER-CHANGES
                   END-IF
               END-IF
           END-IF.

       LOAD-ORDER-LINES.
           MOVE 0 TO WS-CHG-LINE-COUNT.
           MOVE "N" TO WS-LINE-EOF-SWITCH.
           OPEN INPUT ORDER-LINE-FILE.
           IF ORDER-LINE-STATUS = "00"
               PERFORM READ-ORDER-LINE
               PERFORM LOAD-ONE-ORDER-LINE
                   UNTIL END-OF-ORDER-FILE
               CLOSE ORDER-LINE-FILE
           END-IF.

       READ-ORDER-LINE.
           READ ORDER-LINE-FILE
               AT END
                   MOVE "Y" TO WS-LINE-EOF-SWITCH
           END-READ.

       LOAD-ONE-ORDER-LINE.
           IF OL-ORDER-NUMBER = WS-CHANGE-ORDER
               IF WS-CHG-LINE-COUNT < 200
                   ADD 1 TO WS-CHG-LINE-COUNT
                   SET CHG-IDX TO WS-CHG-LINE-COUNT
                   MOVE OL-CUSTOMER-ID TO WS-CHG-CUSTOMER-ID (CHG-IDX)
                   MOVE OL-DEPARTMENT  TO WS-CHG-DEPARTMENT (CHG-IDX)
                   MOVE OL-ITEM-NUMBER TO WS-CHG-ITEM-NUMBER (CHG-IDX)
                   MOVE OL-QUANTITY    TO WS-CHG-QUANTITY (CHG-IDX)
                   MOVE OL-UNIT-PRICE  TO WS-CHG-UNIT-PRICE (CHG-IDX)
                   MOVE OL-QUANTITY
                       TO WS-CHG-NEW-QUANTITY (CHG-IDX)
                   MOVE SPACE  TO WS-CHG-ACTION (CHG-IDX)
                   MOVE SPACES TO WS-CHG-REASON (CHG-IDX)
               ELSE
                   DISPLAY "ORDER HAS MORE THAN 200 LINES - ONLY THE "
                       "FIRST 200 ARE SHOWN."
               END-IF
           END-IF.
           PERFORM READ-ORDER-LINE.

       TAKE-ONE-ACTION.
           PERFORM SHOW-ORDER-LINES.
           PERFORM GET-ACTION.
           EVALUATE WS-ACTION
               WHEN "C"
                   PERFORM CANCEL-WHOLE-ORDER
               WHEN "L"
                   PERFORM CANCEL-ONE-LINE
               WHEN "Q"
                   PERFORM CHANGE-LINE-QUANTITY
               WHEN OTHER
                   MOVE "Y" TO WS-ORDER-DONE-SWITCH
           END-EVALUATE.

       SHOW-ORDER-LINES.
           MOVE 0 TO WS-LIVE-COUNT.
           DISPLAY "ORDER " WS-CHANGE-ORDER " - LINES WAITING ON "
               "TONIGHT'S ORDER RUN:".
           PERFORM SHOW-ONE-ORDER-LINE
               VARYING CHG-IDX FROM 1 BY 1
               UNTIL CHG-IDX > WS-CHG-LINE-COUNT.

       SHOW-ONE-ORDER-LINE.
           SET WS-PICKED-LINE TO CHG-IDX.
           MOVE WS-PICKED-LINE TO WS-LINE-DISPLAY.
           PERFORM GET-ITEM-DESCRIPTION.
           MOVE WS-CHG-QUANTITY (CHG-IDX)   TO WS-QUANTITY-DISPLAY.
           MOVE WS-CHG-UNIT-PRICE (CHG-IDX) TO WS-PRICE-DISPLAY.
           DISPLAY WS-LINE-DISPLAY ") CUST "
               WS-CHG-CUSTOMER-ID (CHG-IDX)
               " ITEM " WS-CHG-ITEM-NUMBER (CHG-IDX) " "
               WS-ITEM-DESCRIPTION.
           EVALUATE TRUE
               WHEN CHG-LINE-CANCELLED (CHG-IDX)
                   DISPLAY "     QTY " WS-QUANTITY-DISPLAY
                       " PRICE " WS-PRICE-DISPLAY
                       "  ** CANCELLED, REASON "
                       WS-CHG-REASON (CHG-IDX)
               WHEN CHG-LINE-REQUANTIFIED (CHG-IDX)
                   ADD 1 TO WS-LIVE-COUNT
                   MOVE WS-CHG-NEW-QUANTITY (CHG-IDX)
                       TO WS-NEW-QTY-DISPLAY
                   DISPLAY "     QTY " WS-QUANTITY-DISPLAY
                       " PRICE " WS-PRICE-DISPLAY
                       "  ** CHANGED TO " WS-NEW-QTY-DISPLAY
                       ", REASON " WS-CHG-REASON (CHG-IDX)
               WHEN OTHER
                   ADD 1 TO WS-LIVE-COUNT
                   DISPLAY "     QTY " WS-QUANTITY-DISPLAY
                       " PRICE " WS-PRICE-DISPLAY
           END-EVALUATE.

       GET-ITEM-DESCRIPTION.
           MOVE SPACES TO WS-ITEM-DESCRIPTION.
           IF ITEM-MASTER-OPEN
               AND WS-CHG-ITEM-NUMBER (CHG-IDX) NOT = SPACES
               MOVE WS-CHG-ITEM-NUMBER (CHG-IDX) TO IT-ITEM-NUMBER
               READ ITEM-MASTER-FILE
                   KEY IS IT-ITEM-NUMBER
                   INVALID KEY
                       MOVE "(NOT ON ITEM MASTER)"
                           TO WS-ITEM-DESCRIPTION
                   NOT INVALID KEY
                       MOVE IT-DESCRIPTION TO WS-ITEM-DESCRIPTION
               END-READ
           END-IF.

       GET-ACTION.
      *    With every line already cancelled there is nothing left
      *    to do but finish the order.
           IF WS-LIVE-COUNT = 0
               MOVE "D" TO WS-ACTION
           ELSE
               MOVE SPACE TO WS-ACTION
               PERFORM UNTIL WS-ACTION = "C" OR "L" OR "Q" OR "D"
                   DISPLAY "C)ancel order  L)ine cancel  "
                       "Q)uantity change  D)one:"
                   ACCEPT WS-ACTION
                   IF WS-ACTION = "c"
                       MOVE "C" TO WS-ACTION
                   END-IF
                   IF WS-ACTION = "l"
                       MOVE "L" TO WS-ACTION
                   END-IF
                   IF WS-ACTION = "q"
                       MOVE "Q" TO WS-ACTION
                   END-IF
                   IF WS-ACTION = "d"
                       MOVE "D" TO WS-ACTION
                   END-IF
                   IF WS-ACTION NOT = "C" AND "L" AND "Q" AND "D"
                       DISPLAY "Enter C, L, Q, or D."
                   END-IF
               END-PERFORM
           END-IF.

       CANCEL-WHOLE-ORDER.
           PERFORM GET-REASON-CODE.
           PERFORM CANCEL-ONE-ORDER-LINE
               VARYING CHG-IDX FROM 1 BY 1
               UNTIL CHG-IDX > WS-CHG-LINE-COUNT.
           DISPLAY "ORDER " WS-CHANGE-ORDER " CANCELLED.".
           MOVE "Y" TO WS-ORDER-DONE-SWITCH.

       CANCEL-ONE-ORDER-LINE.
      *    A quantity change already made on the line is superseded -
      *    the log shows the line cancelled from what was ordered.
           IF NOT CHG-LINE-CANCELLED (CHG-IDX)
               MOVE "O"            TO WS-CHG-ACTION (CHG-IDX)
               MOVE 0              TO WS-CHG-NEW-QUANTITY (CHG-IDX)
               MOVE WS-REASON-CODE TO WS-CHG-REASON (CHG-IDX)
           END-IF.

       CANCEL-ONE-LINE.
           PERFORM GET-LINE-NUMBER.
           IF WS-PICKED-LINE > 0
               PERFORM GET-REASON-CODE
               SET CHG-IDX TO WS-PICKED-LINE
               MOVE "L"            TO WS-CHG-ACTION (CHG-IDX)
               MOVE 0              TO WS-CHG-NEW-QUANTITY (CHG-IDX)
               MOVE WS-REASON-CODE TO WS-CHG-REASON (CHG-IDX)
               DISPLAY "LINE " WS-PICKED-LINE " CANCELLED."
           END-IF.

       CHANGE-LINE-QUANTITY.
           PERFORM GET-LINE-NUMBER.
           IF WS-PICKED-LINE > 0
               SET CHG-IDX TO WS-PICKED-LINE
               DISPLAY "ENTER NEW QUANTITY (1-99999):"
               PERFORM ACCEPT-NEW-QUANTITY
               IF VAL-NUMERIC-FIELD = WS-CHG-QUANTITY (CHG-IDX)
                   DISPLAY "SAME AS ORDERED - NO CHANGE MADE."
                   MOVE SPACE TO WS-CHG-ACTION (CHG-IDX)
                   MOVE WS-CHG-QUANTITY (CHG-IDX)
                       TO WS-CHG-NEW-QUANTITY (CHG-IDX)
                   MOVE SPACES TO WS-CHG-REASON (CHG-IDX)
               ELSE
                   MOVE VAL-NUMERIC-FIELD
                       TO WS-CHG-NEW-QUANTITY (CHG-IDX)
                   PERFORM GET-REASON-CODE
                   MOVE "Q"            TO WS-CHG-ACTION (CHG-IDX)
                   MOVE WS-REASON-CODE TO WS-CHG-REASON (CHG-IDX)
                   DISPLAY "LINE " WS-PICKED-LINE " CHANGED."
               END-IF
           END-IF.

       GET-LINE-NUMBER.
      *    Returns zero in WS-PICKED-LINE when the line keyed is not
      *    one that can still be changed.
           DISPLAY "ENTER LINE NUMBER:".
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-PICKED-LINE.
           IF VAL-NUMERIC-FIELD < 1
               OR VAL-NUMERIC-FIELD > WS-CHG-LINE-COUNT
               DISPLAY "NO SUCH LINE ON THIS ORDER."
           ELSE
               SET CHG-IDX TO VAL-NUMERIC-FIELD
               IF CHG-LINE-CANCELLED (CHG-IDX)
                   DISPLAY "THAT LINE IS ALREADY CANCELLED."
               ELSE
                   MOVE VAL-NUMERIC-FIELD TO WS-PICKED-LINE
               END-IF
           END-IF.

       GET-REASON-CODE.
           MOVE SPACES TO WS-REASON-CODE.
           PERFORM UNTIL WS-REASON-CODE NOT = SPACES
               DISPLAY "ENTER REASON CODE:"
               ACCEPT WS-REASON-CODE
               IF WS-REASON-CODE = SPACES
                   DISPLAY "A reason code is required for every "
                       "cancellation and change."
               END-IF
           END-PERFORM.

       ACCEPT-NEW-QUANTITY.
      *    Uses the shared VALIDPD numeric check. Zero is not a
      *    quantity change - cancel the line instead.
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
                   AND VAL-NUMERIC-FIELD > 0
                   AND VAL-NUMERIC-FIELD NOT > 99999
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               ELSE
                   IF VAL-NUMERIC-FIELD NOT > 0
                       OR VAL-NUMERIC-FIELD > 99999
                       DISPLAY "Quantity must be 1 to 99999 - use "
                           "L to cancel the line. Try again."
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-PENDING-CHANGES.
           MOVE 0 TO WS-PENDING-COUNT.
           PERFORM COUNT-ONE-PENDING-CHANGE
               VARYING CHG-IDX FROM 1 BY 1
               UNTIL CHG-IDX > WS-CHG-LINE-COUNT.

       COUNT-ONE-PENDING-CHANGE.
           IF NOT CHG-LINE-UNCHANGED (CHG-IDX)
               ADD 1 TO WS-PENDING-COUNT
           END-IF.

       APPLY-ORDER-CHANGES.
      *    The same copy-through-a-work-file discipline the credit
      *    release uses on credhold.dat. Lines of this order are
      *    matched to the table by their position among the order's
      *    lines, so a line appended for the same order while the
      *    supervisor was deciding passes through untouched.
           PERFORM GET-BUSINESS-DATE.
           MOVE 0 TO WS-MATCH-SEQUENCE.
           MOVE "N" TO WS-LINE-EOF-SWITCH.
           OPEN INPUT ORDER-LINE-FILE.
           OPEN OUTPUT ORDER-LINE-WORK-FILE.
           PERFORM READ-ORDER-LINE.
           PERFORM APPLY-ONE-ORDER-LINE
               UNTIL END-OF-ORDER-FILE.
           CLOSE ORDER-LINE-FILE.
           CLOSE ORDER-LINE-WORK-FILE.
           MOVE "N" TO WS-LINE-EOF-SWITCH.
           OPEN INPUT ORDER-LINE-WORK-FILE.
           OPEN OUTPUT ORDER-LINE-FILE.
           PERFORM COPY-ONE-WORK-LINE
               UNTIL END-OF-ORDER-FILE.
           CLOSE ORDER-LINE-WORK-FILE.
           CLOSE ORDER-LINE-FILE.
           DISPLAY "ORDER " WS-CHANGE-ORDER " UPDATED - "
               WS-PENDING-COUNT " LINES CHANGED OR CANCELLED.".

       APPLY-ONE-ORDER-LINE.
           IF OL-ORDER-NUMBER = WS-CHANGE-ORDER
               ADD 1 TO WS-MATCH-SEQUENCE
           END-IF.
           IF OL-ORDER-NUMBER = WS-CHANGE-ORDER
               AND WS-MATCH-SEQUENCE NOT > WS-CHG-LINE-COUNT
               SET CHG-IDX TO WS-MATCH-SEQUENCE
               IF NOT CHG-LINE-UNCHANGED (CHG-IDX)
                   PERFORM LOG-ORDER-CHANGE
               END-IF
               IF CHG-LINE-CANCELLED (CHG-IDX)
                   ADD 1 TO WS-CANCELLED-COUNT
               ELSE
                   IF CHG-LINE-REQUANTIFIED (CHG-IDX)
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE WS-CHG-NEW-QUANTITY (CHG-IDX)
                           TO OL-QUANTITY
                   END-IF
                   MOVE ORDER-LINE-RECORD TO ORDER-LINE-WORK-RECORD
                   WRITE ORDER-LINE-WORK-RECORD
               END-IF
           ELSE
               MOVE ORDER-LINE-RECORD TO ORDER-LINE-WORK-RECORD
               WRITE ORDER-LINE-WORK-RECORD
           END-IF.
           PERFORM READ-ORDER-LINE.

       LOG-ORDER-CHANGE.
           MOVE WS-BUSINESS-DATE    TO OC-CHANGE-DATE.
           ACCEPT OC-CHANGE-TIME FROM TIME.
           MOVE OP-SIGNED-ON-ID     TO OC-OPERATOR-ID.
           MOVE OL-ORDER-NUMBER     TO OC-ORDER-NUMBER.
           MOVE OL-CUSTOMER-ID      TO OC-CUSTOMER-ID.
           MOVE OL-DEPARTMENT       TO OC-DEPARTMENT.
           MOVE OL-ITEM-NUMBER      TO OC-ITEM-NUMBER.
           MOVE WS-CHG-ACTION (CHG-IDX) TO OC-ACTION-CODE.
           MOVE OL-QUANTITY         TO OC-OLD-QUANTITY.
           MOVE WS-CHG-NEW-QUANTITY (CHG-IDX) TO OC-NEW-QUANTITY.
           MOVE OL-UNIT-PRICE       TO OC-UNIT-PRICE.
           MOVE WS-CHG-REASON (CHG-IDX) TO OC-REASON-CODE.
           WRITE ORDER-CHANGE-RECORD.

       COPY-ONE-WORK-LINE.
           READ ORDER-LINE-WORK-FILE
               AT END
                   MOVE "Y" TO WS-LINE-EOF-SWITCH
               NOT AT END
                   MOVE ORDER-LINE-WORK-RECORD TO ORDER-LINE-RECORD
                   WRITE ORDER-LINE-RECORD
           END-READ.

           COPY OPERPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
