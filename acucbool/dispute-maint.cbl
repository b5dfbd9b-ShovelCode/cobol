       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPMNT.
      ******************************************************************
      * Purpose: Disputed-item workstation for collections. The
      *          collector keys a customer and sees every open item
      *          still owing on openitem.dat - reference, invoice,
      *          item and due dates, open amount, and any dispute
      *          already on it. From there a single item can be
      *          flagged in dispute, with a reason code, or a
      *          dispute cleared once it is settled. The flag is
      *          rewritten onto the open item at once, with the
      *          business date and operator, and every flag and
      *          clear is appended to dispute.log. A disputed item
      *          is left out of the dunning letters (DUNLTR) and
      *          the finance charge (FINCHG), prints in its own
      *          column on the aged trial balance (AGERPT), and is
      *          listed by age on the weekly open disputes report
      *          (DISPRPT) until it is cleared. Payments still
      *          relieve a disputed item like any other.
      *          Reason codes: PRIC (pricing), SHRT (short shipped),
      *          DAMG (damaged goods), NREC (never received), DUPL
      *          (billed twice), OTHR (anything else).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPNISEL.
           COPY DSPLSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-FILE.
           COPY OPNIREC.

       FD  DISPUTE-LOG-FILE.
           COPY DSPLREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  DISPUTE-LOG-STATUS      PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-CUSTOMER-DONE-SWITCH PIC X       VALUE "N".
           88  CUSTOMER-DONE                   VALUE "Y".
       01  WS-ITEM-SCAN-SWITCH     PIC X       VALUE "N".
           88  ITEM-SCAN-DONE                  VALUE "Y".
       01  WS-ITEM-FOUND-SWITCH    PIC X       VALUE "N".
           88  PICKED-ITEM-FOUND               VALUE "Y".
       01  WS-DISPUTE-CUSTOMER-ID  PIC X(10).
       01  WS-ACTION               PIC X.
       01  WS-REASON-CODE          PIC X(4).
           88  DISPUTE-REASON-VALID
                   VALUE "PRIC" "SHRT" "DAMG" "NREC" "DUPL" "OTHR".
       01  WS-PICKED-LINE          PIC 9(3).
       01  WS-FLAGGED-COUNT        PIC 9(5)    VALUE 0.
       01  WS-CLEARED-COUNT        PIC 9(5)    VALUE 0.
       01  WS-LINE-DISPLAY         PIC ZZ9.
       01  WS-AMOUNT-DISPLAY       PIC ZZZZZZZZ9.99-.

      *    The customer's items still owing, in key order (oldest
      *    first), as they stood when the customer was keyed or
      *    last changed here.
       01  WS-DSP-ITEM-COUNT       PIC 9(3)    VALUE 0.
       01  WS-DSP-TABLE.
           05  WS-DSP-ITEM         OCCURS 200 TIMES
                   INDEXED BY DSP-IDX.
               10  WS-DSP-REFERENCE    PIC X(10).
               10  WS-DSP-INVOICE-NUMBER PIC 9(8).
               10  WS-DSP-ITEM-DATE    PIC 9(8).
               10  WS-DSP-DUE-DATE     PIC 9(8).
               10  WS-DSP-OPEN-AMOUNT  PIC S9(9)V99.
               10  WS-DSP-DISPUTE-FLAG PIC X.
                   88  DSP-ITEM-DISPUTED           VALUE "D".
               10  WS-DSP-DISPUTE-REASON PIC X(4).
               10  WS-DSP-DISPUTE-DATE PIC 9(8).

           COPY OPNIWS.
           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY VALIDWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "DISPMNT" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           OPEN I-O OPEN-ITEM-FILE.
           IF OPEN-ITEM-STATUS NOT = "00"
               DISPLAY "NO OPEN-ITEM FILE - NOTHING TO DISPUTE"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           OPEN EXTEND DISPUTE-LOG-FILE.
           IF DISPUTE-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT DISPUTE-LOG-FILE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           PERFORM WORK-ONE-CUSTOMER
               UNTIL OPERATOR-DONE.
           CLOSE OPEN-ITEM-FILE.
           CLOSE DISPUTE-LOG-FILE.
           CLOSE CUSTOMER-FILE.
           DISPLAY "DISPUTE MAINTENANCE COMPLETE - " WS-FLAGGED-COUNT
               " ITEMS FLAGGED, " WS-CLEARED-COUNT " CLEARED".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       WORK-ONE-CUSTOMER.
           DISPLAY "ENTER CUSTOMER ID (OR BLANK TO QUIT):".
           ACCEPT WS-DISPUTE-CUSTOMER-ID.
           IF WS-DISPUTE-CUSTOMER-ID = SPACES
               MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
           ELSE
               MOVE WS-DISPUTE-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-FILE
                   KEY IS CUSTOMER-ID
                   INVALID KEY
                       MOVE "** NOT ON FILE **" TO CUSTOMER-NAME
               END-READ
               PERFORM LOAD-CUSTOMER-ITEMS
               IF WS-DSP-ITEM-COUNT = 0
                   DISPLAY "NOTHING OWING FOR CUSTOMER "
                       WS-DISPUTE-CUSTOMER-ID " - no item to dispute."
               ELSE
                   MOVE "N" TO WS-CUSTOMER-DONE-SWITCH
                   PERFORM TAKE-ONE-ACTION
                       UNTIL CUSTOMER-DONE
               END-IF
           END-IF.

       LOAD-CUSTOMER-ITEMS.
      *    Anything still owing can be disputed; an item already in
      *    dispute is shown even if a payment has since relieved it,
      *    so the dispute can still be cleared.
           MOVE 0 TO WS-DSP-ITEM-COUNT.
           MOVE "N" TO WS-ITEM-SCAN-SWITCH.
           MOVE WS-DISPUTE-CUSTOMER-ID TO OI-CUSTOMER-ID.
           MOVE LOW-VALUES             TO OI-REFERENCE.
           START OPEN-ITEM-FILE
               KEY IS GREATER THAN OR EQUAL TO OI-ITEM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ITEM-SCAN-SWITCH
           END-START.
           PERFORM LOAD-ONE-CUSTOMER-ITEM
               UNTIL ITEM-SCAN-DONE.

       LOAD-ONE-CUSTOMER-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ITEM-SCAN-SWITCH
               NOT AT END
                   IF OI-CUSTOMER-ID NOT = WS-DISPUTE-CUSTOMER-ID
                       MOVE "Y" TO WS-ITEM-SCAN-SWITCH
                   ELSE
                       IF OI-OPEN-AMOUNT > 0
                           OR OI-ITEM-DISPUTED
                           PERFORM TABLE-ONE-CUSTOMER-ITEM
                       END-IF
                   END-IF
           END-READ.

       TABLE-ONE-CUSTOMER-ITEM.
           IF WS-DSP-ITEM-COUNT < 200
               ADD 1 TO WS-DSP-ITEM-COUNT
               SET DSP-IDX TO WS-DSP-ITEM-COUNT
               MOVE OI-REFERENCE      TO WS-DSP-REFERENCE (DSP-IDX)
               MOVE OI-INVOICE-NUMBER
                   TO WS-DSP-INVOICE-NUMBER (DSP-IDX)
               MOVE OI-ITEM-DATE      TO WS-DSP-ITEM-DATE (DSP-IDX)
               MOVE OI-DUE-DATE       TO WS-DSP-DUE-DATE (DSP-IDX)
               MOVE OI-OPEN-AMOUNT    TO WS-DSP-OPEN-AMOUNT (DSP-IDX)
               MOVE OI-DISPUTE-FLAG
                   TO WS-DSP-DISPUTE-FLAG (DSP-IDX)
               MOVE OI-DISPUTE-REASON
                   TO WS-DSP-DISPUTE-REASON (DSP-IDX)
               MOVE OI-DISPUTE-DATE
                   TO WS-DSP-DISPUTE-DATE (DSP-IDX)
           ELSE
               DISPLAY "CUSTOMER HAS MORE THAN 200 ITEMS OWING - "
                   "ONLY THE OLDEST 200 ARE SHOWN."
               MOVE "Y" TO WS-ITEM-SCAN-SWITCH
           END-IF.

       TAKE-ONE-ACTION.
           PERFORM SHOW-CUSTOMER-ITEMS.
           DISPLAY "F)lag an item in dispute  C)lear a dispute  "
               "N)ext customer".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "F"
               WHEN "f"
                   PERFORM FLAG-ONE-ITEM
               WHEN "C"
               WHEN "c"
                   PERFORM CLEAR-ONE-ITEM
               WHEN OTHER
                   MOVE "Y" TO WS-CUSTOMER-DONE-SWITCH
           END-EVALUATE.

       SHOW-CUSTOMER-ITEMS.
           DISPLAY "CUSTOMER " WS-DISPUTE-CUSTOMER-ID " "
               CUSTOMER-NAME " - ITEMS OWING:".
           PERFORM SHOW-ONE-CUSTOMER-ITEM
               VARYING DSP-IDX FROM 1 BY 1
               UNTIL DSP-IDX > WS-DSP-ITEM-COUNT.

       SHOW-ONE-CUSTOMER-ITEM.
           SET WS-PICKED-LINE TO DSP-IDX.
           MOVE WS-PICKED-LINE TO WS-LINE-DISPLAY.
           MOVE WS-DSP-OPEN-AMOUNT (DSP-IDX) TO WS-AMOUNT-DISPLAY.
           DISPLAY WS-LINE-DISPLAY ") REF "
               WS-DSP-REFERENCE (DSP-IDX)
               " INV " WS-DSP-INVOICE-NUMBER (DSP-IDX)
               " DATED " WS-DSP-ITEM-DATE (DSP-IDX)
               " DUE " WS-DSP-DUE-DATE (DSP-IDX)
               " OPEN " WS-AMOUNT-DISPLAY.
           IF DSP-ITEM-DISPUTED (DSP-IDX)
               DISPLAY "     ** IN DISPUTE SINCE "
                   WS-DSP-DISPUTE-DATE (DSP-IDX) ", REASON "
                   WS-DSP-DISPUTE-REASON (DSP-IDX)
           END-IF.

       FLAG-ONE-ITEM.
           PERFORM GET-LINE-NUMBER.
           IF WS-PICKED-LINE > 0
               SET DSP-IDX TO WS-PICKED-LINE
               IF DSP-ITEM-DISPUTED (DSP-IDX)
                   DISPLAY "THAT ITEM IS ALREADY IN DISPUTE."
               ELSE
                   PERFORM GET-REASON-CODE
                   PERFORM READ-PICKED-ITEM
                   IF PICKED-ITEM-FOUND
                       MOVE "D"              TO OI-DISPUTE-FLAG
                       MOVE WS-REASON-CODE   TO OI-DISPUTE-REASON
                       MOVE WS-BUSINESS-DATE TO OI-DISPUTE-DATE
                       MOVE OP-SIGNED-ON-ID  TO OI-DISPUTE-OPERATOR
                       REWRITE OPEN-ITEM-RECORD
                       MOVE "F" TO DL-ACTION-CODE
                       PERFORM WRITE-DISPUTE-LOG
                       ADD 1 TO WS-FLAGGED-COUNT
                       PERFORM TABLE-PICKED-ITEM
                       DISPLAY "LINE " WS-PICKED-LINE
                           " FLAGGED IN DISPUTE."
                   END-IF
               END-IF
           END-IF.

       CLEAR-ONE-ITEM.
           PERFORM GET-LINE-NUMBER.
           IF WS-PICKED-LINE > 0
               SET DSP-IDX TO WS-PICKED-LINE
               IF NOT DSP-ITEM-DISPUTED (DSP-IDX)
                   DISPLAY "THAT ITEM IS NOT IN DISPUTE."
               ELSE
                   PERFORM READ-PICKED-ITEM
                   IF PICKED-ITEM-FOUND
                       MOVE OI-DISPUTE-REASON TO WS-REASON-CODE
                       MOVE SPACE  TO OI-DISPUTE-FLAG
                       MOVE SPACES TO OI-DISPUTE-REASON
                       MOVE 0      TO OI-DISPUTE-DATE
                       MOVE SPACES TO OI-DISPUTE-OPERATOR
                       REWRITE OPEN-ITEM-RECORD
                       MOVE "C" TO DL-ACTION-CODE
                       PERFORM WRITE-DISPUTE-LOG
                       ADD 1 TO WS-CLEARED-COUNT
                       PERFORM TABLE-PICKED-ITEM
                       DISPLAY "LINE " WS-PICKED-LINE
                           " DISPUTE CLEARED."
                   END-IF
               END-IF
           END-IF.

       READ-PICKED-ITEM.
      *    The item is read fresh before it is changed - the night
      *    run or another collector may have moved it since the
      *    list was shown.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH.
           MOVE WS-DISPUTE-CUSTOMER-ID TO OI-CUSTOMER-ID.
           MOVE WS-DSP-REFERENCE (DSP-IDX) TO OI-REFERENCE.
           MOVE WS-DSP-INVOICE-NUMBER (DSP-IDX) TO OI-INVOICE-NUMBER.
           READ OPEN-ITEM-FILE
               KEY IS OI-ITEM-KEY
               INVALID KEY
                   DISPLAY "THAT ITEM IS NO LONGER ON FILE, STATUS "
                       OPEN-ITEM-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO WS-ITEM-FOUND-SWITCH
           END-READ.

       TABLE-PICKED-ITEM.
           MOVE OI-OPEN-AMOUNT    TO WS-DSP-OPEN-AMOUNT (DSP-IDX).
           MOVE OI-DISPUTE-FLAG   TO WS-DSP-DISPUTE-FLAG (DSP-IDX).
           MOVE OI-DISPUTE-REASON TO WS-DSP-DISPUTE-REASON (DSP-IDX).
           MOVE OI-DISPUTE-DATE   TO WS-DSP-DISPUTE-DATE (DSP-IDX).

       WRITE-DISPUTE-LOG.
           MOVE WS-BUSINESS-DATE  TO DL-ACTION-DATE.
           ACCEPT DL-ACTION-TIME FROM TIME.
           MOVE OP-SIGNED-ON-ID   TO DL-OPERATOR-ID.
           MOVE OI-CUSTOMER-ID    TO DL-CUSTOMER-ID.
           MOVE OI-REFERENCE      TO DL-REFERENCE.
           MOVE OI-INVOICE-NUMBER TO DL-INVOICE-NUMBER.
           MOVE WS-REASON-CODE    TO DL-REASON-CODE.
           MOVE OI-OPEN-AMOUNT    TO DL-OPEN-AMOUNT.
           WRITE DISPUTE-LOG-RECORD.

       GET-LINE-NUMBER.
      *    Returns zero in WS-PICKED-LINE when the line keyed is not
      *    on the list.
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
               OR VAL-NUMERIC-FIELD > WS-DSP-ITEM-COUNT
               DISPLAY "NO SUCH LINE FOR THIS CUSTOMER."
           ELSE
               MOVE VAL-NUMERIC-FIELD TO WS-PICKED-LINE
           END-IF.

       GET-REASON-CODE.
           MOVE SPACES TO WS-REASON-CODE.
           PERFORM UNTIL DISPUTE-REASON-VALID
               DISPLAY "ENTER REASON CODE (PRIC SHRT DAMG NREC DUPL "
                   "OTHR):"
               ACCEPT WS-REASON-CODE
               IF NOT DISPUTE-REASON-VALID
                   DISPLAY "Invalid reason code - enter one of the "
                       "codes shown."
               END-IF
           END-PERFORM.

           COPY OPERPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
