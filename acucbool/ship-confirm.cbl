       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPCONF.
      ******************************************************************
      * Purpose: Ship confirmation - the dock's answer to the pick
      *          ticket. The operator keys an order number; each of
      *          the order's pick lines (ordpick.dat) still awaiting
      *          confirmation is shown with its item and the quantity
      *          ordered, and the operator keys what actually went on
      *          the truck - anything from zero up to the quantity
      *          ordered. The line is marked confirmed with the
      *          business date and the signed-on operator, and the
      *          nightly ship release bills exactly that quantity and
      *          backorders the rest. Lines already confirmed are
      *          shown but not offered again.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PICKSEL.
           COPY ITEMSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PICK-FILE.
           COPY PICKREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  PICK-FILE-STATUS        PIC XX.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-ITEM-FILE-SWITCH     PIC X       VALUE "N".
           88  ITEM-MASTER-OPEN                VALUE "Y".
       01  WS-ORDER-EOF-SWITCH     PIC X       VALUE "N".
           88  END-OF-ORDER-LINES              VALUE "Y".
       01  WS-CONFIRM-ORDER        PIC 9(8).
       01  WS-ORDER-LINE-COUNT     PIC 9(4).
       01  WS-ITEM-DESCRIPTION     PIC X(30).
       01  WS-CONFIRMED-COUNT      PIC 9(5)    VALUE 0.
       01  WS-SHORT-COUNT          PIC 9(5)    VALUE 0.
       01  WS-QUANTITY-DISPLAY     PIC ZZZZ9.
       01  WS-SHIPPED-DISPLAY      PIC ZZZZ9.

           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY VALIDWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "SHIPCONF" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           OPEN I-O PICK-FILE.
           IF PICK-FILE-STATUS NOT = "00"
               DISPLAY "NO PICK FILE ON SYSTEM - nothing has been "
                   "released to the dock yet."
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
      *    The item master only supplies descriptions here; the
      *    dock can confirm without it.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ITEM-FILE-SWITCH
           END-IF.
           PERFORM CONFIRM-ONE-ORDER
               UNTIL OPERATOR-DONE.
           CLOSE PICK-FILE.
           IF ITEM-MASTER-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           DISPLAY "SHIP CONFIRMATION COMPLETE - " WS-CONFIRMED-COUNT
               " LINES CONFIRMED, " WS-SHORT-COUNT " SHORT".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       CONFIRM-ONE-ORDER.
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
               MOVE VAL-NUMERIC-FIELD TO WS-CONFIRM-ORDER
               PERFORM CONFIRM-ORDER-LINES
           END-IF.

       CONFIRM-ORDER-LINES.
      *    The pick key is order number then line number, so the
      *    order's lines sit together starting at line zero.
           MOVE 0 TO WS-ORDER-LINE-COUNT.
           MOVE WS-CONFIRM-ORDER TO PK-ORDER-NUMBER.
           MOVE 0 TO PK-LINE-NUMBER.
           MOVE "N" TO WS-ORDER-EOF-SWITCH.
           START PICK-FILE
               KEY IS GREATER THAN OR EQUAL TO PK-PICK-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ORDER-EOF-SWITCH
           END-START.
           IF NOT END-OF-ORDER-LINES
               PERFORM READ-NEXT-ORDER-LINE
           END-IF.
           PERFORM CONFIRM-ONE-LINE
               UNTIL END-OF-ORDER-LINES.
           IF WS-ORDER-LINE-COUNT = 0
               DISPLAY "NO PICK LINES FOR ORDER " WS-CONFIRM-ORDER
                   " - check the number against the ticket."
           END-IF.

       READ-NEXT-ORDER-LINE.
           READ PICK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ORDER-EOF-SWITCH
               NOT AT END
                   IF PK-ORDER-NUMBER NOT = WS-CONFIRM-ORDER
                       MOVE "Y" TO WS-ORDER-EOF-SWITCH
                   END-IF
           END-READ.

       CONFIRM-ONE-LINE.
           ADD 1 TO WS-ORDER-LINE-COUNT.
           PERFORM GET-ITEM-DESCRIPTION.
           MOVE PK-QUANTITY TO WS-QUANTITY-DISPLAY.
           DISPLAY "LINE " PK-LINE-NUMBER "  ITEM " PK-ITEM-NUMBER
               " " WS-ITEM-DESCRIPTION "  ORDERED " WS-QUANTITY-DISPLAY.
           IF PK-CONFIRMED
               MOVE PK-SHIPPED-QUANTITY TO WS-SHIPPED-DISPLAY
               DISPLAY "  ALREADY CONFIRMED - SHIPPED "
                   WS-SHIPPED-DISPLAY " BY " PK-CONFIRM-OPERATOR
           ELSE
               DISPLAY "ENTER QUANTITY SHIPPED:"
               PERFORM ACCEPT-SHIPPED-QUANTITY
               MOVE VAL-NUMERIC-FIELD TO PK-SHIPPED-QUANTITY
               MOVE "C" TO PK-CONFIRM-FLAG
               PERFORM GET-BUSINESS-DATE
               MOVE WS-BUSINESS-DATE TO PK-CONFIRM-DATE
               MOVE OP-SIGNED-ON-ID TO PK-CONFIRM-OPERATOR
               REWRITE PICK-LINE-RECORD
                   INVALID KEY
                       DISPLAY "CONFIRMATION NOT RECORDED, STATUS "
                           PICK-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-CONFIRMED-COUNT
                       IF PK-SHIPPED-QUANTITY < PK-QUANTITY
                           ADD 1 TO WS-SHORT-COUNT
                           DISPLAY "  CONFIRMED SHORT - THE REST GOES "
                               "TO BACKORDER TONIGHT"
                       ELSE
                           DISPLAY "  CONFIRMED"
                       END-IF
               END-REWRITE
           END-IF.
           PERFORM READ-NEXT-ORDER-LINE.

       GET-ITEM-DESCRIPTION.
           MOVE SPACES TO WS-ITEM-DESCRIPTION.
           IF ITEM-MASTER-OPEN AND PK-ITEM-NUMBER NOT = SPACES
               MOVE PK-ITEM-NUMBER TO IT-ITEM-NUMBER
               READ ITEM-MASTER-FILE
                   KEY IS IT-ITEM-NUMBER
                   INVALID KEY
                       MOVE "(NOT ON ITEM MASTER)"
                           TO WS-ITEM-DESCRIPTION
                   NOT INVALID KEY
                       MOVE IT-DESCRIPTION TO WS-ITEM-DESCRIPTION
               END-READ
           END-IF.

       ACCEPT-SHIPPED-QUANTITY.
      *    Uses the shared VALIDPD numeric check, then holds the
      *    count to what was ordered - the dock cannot ship more
      *    than the customer bought on this line.
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
                   AND VAL-NUMERIC-FIELD NOT < 0
                   AND VAL-NUMERIC-FIELD NOT > PK-QUANTITY
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               ELSE
                   IF VAL-NUMERIC-FIELD < 0
                       OR VAL-NUMERIC-FIELD > PK-QUANTITY
                       DISPLAY "Enter 0 up to the quantity ordered. "
                           "Try again."
                   END-IF
               END-IF
           END-PERFORM.

           COPY OPERPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
