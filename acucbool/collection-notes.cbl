       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLNOTE.
      ******************************************************************
      * Purpose: Collection notes workstation - the collectors' call
      *          sheet on file instead of on paper, so when a
      *          collector is out anyone can see who promised what.
      *          The collector keys a customer and sees the name,
      *          phone and posted balance and every note and promise
      *          to pay on colnotes.dat, oldest first, with where each
      *          promise stands. From there a dated call note can be
      *          added, or a promise to pay - the amount and the date
      *          the customer promised it by, which must be today or
      *          later. Each note carries the operator and the time it
      *          was keyed. The nightly promise check (PROMCHK) marks
      *          each promise kept or broken against the posted
      *          payments; this program only ever adds notes, so the
      *          history stays as it was keyed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COLNSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY CBALSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-NOTE-FILE.
           COPY COLNREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  CUSTOMER-BALANCE-FILE.
           COPY CBALREC.

           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  COLLECTION-NOTE-STATUS  PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  BALANCE-FILE-STATUS     PIC XX.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-CUSTOMER-DONE-SWITCH PIC X       VALUE "N".
           88  CUSTOMER-DONE                   VALUE "Y".
       01  WS-NOTE-SCAN-SWITCH     PIC X       VALUE "N".
           88  NOTE-SCAN-DONE                  VALUE "Y".
       01  WS-NOTE-WRITTEN-SWITCH  PIC X       VALUE "N".
           88  NOTE-WRITTEN                    VALUE "Y".
       01  WS-DATE-OK-SWITCH       PIC X       VALUE "N".
           88  PROMISE-DATE-ACCEPTED           VALUE "Y".
       01  WS-NOTE-CUSTOMER-ID     PIC X(10).
       01  WS-ACTION               PIC X.
       01  WS-NOTE-TEXT            PIC X(60).
       01  WS-PROMISE-AMOUNT       PIC S9(7)V99.
       01  WS-DATE-CHECK           PIC 9(8).
       01  WS-NOTE-COUNT           PIC 9(5).
       01  WS-NOTES-ADDED          PIC 9(5)    VALUE 0.
       01  WS-PROMISES-ADDED       PIC 9(5)    VALUE 0.
       01  WS-BALANCE-DISPLAY      PIC ZZZZZZZZ9.99-.
       01  WS-AMOUNT-DISPLAY       PIC ZZZZZZ9.99-.
       01  WS-PAID-DISPLAY         PIC ZZZZZZ9.99-.
       01  WS-PROMISE-STANDING     PIC X(16).

           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY VALIDWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "COLNOTE" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM WORK-ONE-CUSTOMER
               UNTIL OPERATOR-DONE.
           CLOSE COLLECTION-NOTE-FILE.
           CLOSE CUSTOMER-FILE.
           DISPLAY "COLLECTION NOTES COMPLETE - " WS-NOTES-ADDED
               " NOTES, " WS-PROMISES-ADDED " PROMISES ADDED".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O COLLECTION-NOTE-FILE.
           IF COLLECTION-NOTE-STATUS = "05" OR "35"
               CLOSE COLLECTION-NOTE-FILE
               OPEN OUTPUT COLLECTION-NOTE-FILE
               CLOSE COLLECTION-NOTE-FILE
               OPEN I-O COLLECTION-NOTE-FILE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.

       WORK-ONE-CUSTOMER.
           DISPLAY "ENTER CUSTOMER ID (OR BLANK TO QUIT):".
           ACCEPT WS-NOTE-CUSTOMER-ID.
           IF WS-NOTE-CUSTOMER-ID = SPACES
               MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
           ELSE
               MOVE WS-NOTE-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-FILE
                   KEY IS CUSTOMER-ID
                   INVALID KEY
                       DISPLAY "CUSTOMER NOT ON FILE."
                   NOT INVALID KEY
                       MOVE "N" TO WS-CUSTOMER-DONE-SWITCH
                       PERFORM TAKE-ONE-ACTION
                           UNTIL CUSTOMER-DONE
               END-READ
           END-IF.

       TAKE-ONE-ACTION.
           PERFORM SHOW-CUSTOMER-NOTES.
           DISPLAY "N)ote  P)romise to pay  X) next customer".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "N"
               WHEN "n"
                   PERFORM ADD-CALL-NOTE
               WHEN "P"
               WHEN "p"
                   PERFORM ADD-PROMISE-TO-PAY
               WHEN OTHER
                   MOVE "Y" TO WS-CUSTOMER-DONE-SWITCH
           END-EVALUATE.

       SHOW-CUSTOMER-NOTES.
           DISPLAY "CUSTOMER      : " CUSTOMER-ID " " CUSTOMER-NAME.
           DISPLAY "PHONE         : " CUSTOMER-PHONE.
           PERFORM SHOW-POSTED-BALANCE.
           MOVE 0 TO WS-NOTE-COUNT.
           MOVE "N" TO WS-NOTE-SCAN-SWITCH.
           MOVE WS-NOTE-CUSTOMER-ID TO CN-CUSTOMER-ID.
           MOVE 0                   TO CN-NOTE-DATE.
           MOVE 0                   TO CN-NOTE-TIME.
           START COLLECTION-NOTE-FILE
               KEY IS GREATER THAN OR EQUAL TO CN-NOTE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-NOTE-SCAN-SWITCH
           END-START.
           PERFORM SHOW-ONE-NOTE
               UNTIL NOTE-SCAN-DONE.
           IF WS-NOTE-COUNT = 0
               DISPLAY "NO COLLECTION NOTES ON FILE."
           END-IF.

       SHOW-POSTED-BALANCE.
           OPEN INPUT CUSTOMER-BALANCE-FILE.
           IF BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "POSTED BALANCE: NOT ON FILE"
           ELSE
               MOVE CUSTOMER-ID TO CB-CUSTOMER-ID
               READ CUSTOMER-BALANCE-FILE
                   KEY IS CB-CUSTOMER-ID
                   INVALID KEY
                       DISPLAY "POSTED BALANCE: NO ACTIVITY"
                   NOT INVALID KEY
                       MOVE CB-BALANCE TO WS-BALANCE-DISPLAY
                       DISPLAY "POSTED BALANCE: " WS-BALANCE-DISPLAY
               END-READ
               CLOSE CUSTOMER-BALANCE-FILE
           END-IF.

       SHOW-ONE-NOTE.
           READ COLLECTION-NOTE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-NOTE-SCAN-SWITCH
               NOT AT END
                   IF CN-CUSTOMER-ID NOT = WS-NOTE-CUSTOMER-ID
                       MOVE "Y" TO WS-NOTE-SCAN-SWITCH
                   ELSE
                       ADD 1 TO WS-NOTE-COUNT
                       PERFORM DISPLAY-ONE-NOTE
                   END-IF
           END-READ.

       DISPLAY-ONE-NOTE.
           DISPLAY CN-NOTE-DATE " " CN-OPERATOR-ID " " CN-NOTE-TEXT.
           IF CN-PROMISE-TO-PAY
               EVALUATE TRUE
                   WHEN CN-PROMISE-KEPT
                       MOVE "KEPT"   TO WS-PROMISE-STANDING
                   WHEN CN-PROMISE-BROKEN
                       MOVE "BROKEN" TO WS-PROMISE-STANDING
                   WHEN OTHER
                       MOVE "OPEN"   TO WS-PROMISE-STANDING
               END-EVALUATE
               MOVE CN-PROMISE-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE CN-PROMISE-PAID   TO WS-PAID-DISPLAY
               DISPLAY "     PROMISED " WS-AMOUNT-DISPLAY " BY "
                   CN-PROMISE-DATE ", PAID " WS-PAID-DISPLAY
                   " - " WS-PROMISE-STANDING
           END-IF.

       ADD-CALL-NOTE.
           PERFORM GET-NOTE-TEXT.
           MOVE "N"    TO CN-NOTE-TYPE.
           MOVE 0      TO CN-PROMISE-AMOUNT.
           MOVE 0      TO CN-PROMISE-DATE.
           MOVE SPACE  TO CN-PROMISE-STATUS.
           PERFORM FILE-COLLECTION-NOTE.
           ADD 1 TO WS-NOTES-ADDED.

       ADD-PROMISE-TO-PAY.
           DISPLAY "ENTER AMOUNT PROMISED:".
           PERFORM ACCEPT-POSITIVE-AMOUNT.
           MOVE VAL-NUMERIC-FIELD TO WS-PROMISE-AMOUNT.
           PERFORM GET-PROMISE-DATE.
           PERFORM GET-NOTE-TEXT.
           MOVE "P"               TO CN-NOTE-TYPE.
           MOVE WS-PROMISE-AMOUNT TO CN-PROMISE-AMOUNT.
           MOVE WS-DATE-CHECK     TO CN-PROMISE-DATE.
           MOVE "O"               TO CN-PROMISE-STATUS.
           PERFORM FILE-COLLECTION-NOTE.
           ADD 1 TO WS-PROMISES-ADDED.

       GET-NOTE-TEXT.
           MOVE SPACES TO WS-NOTE-TEXT.
           PERFORM UNTIL WS-NOTE-TEXT NOT = SPACES
               DISPLAY "ENTER NOTE (60 CHARACTERS):"
               ACCEPT WS-NOTE-TEXT
               IF WS-NOTE-TEXT = SPACES
                   DISPLAY "A note is required - say what was "
                       "discussed."
               END-IF
           END-PERFORM.

       GET-PROMISE-DATE.
      *    Must be a real calendar date no earlier than today's
      *    business date - a promise for a day already gone is
      *    already broken.
           MOVE "N" TO WS-DATE-OK-SWITCH.
           PERFORM UNTIL PROMISE-DATE-ACCEPTED
               DISPLAY "ENTER DATE PROMISED BY (YYYYMMDD):"
               ACCEPT WS-DATE-CHECK
               IF WS-DATE-CHECK IS NUMERIC
                   AND WS-DATE-CHECK NOT < WS-BUSINESS-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK)
                           = 0
                       MOVE "Y" TO WS-DATE-OK-SWITCH
                   ELSE
                       DISPLAY "Not a valid date. Try again."
                   END-IF
               ELSE
                   DISPLAY "Enter a date on or after "
                       WS-BUSINESS-DATE ". Try again."
               END-IF
           END-PERFORM.

       FILE-COLLECTION-NOTE.
      *    Two notes keyed for one customer inside the same
      *    hundredth of a second take the next free time.
           MOVE WS-NOTE-CUSTOMER-ID TO CN-CUSTOMER-ID.
           MOVE WS-BUSINESS-DATE    TO CN-NOTE-DATE.
           ACCEPT CN-NOTE-TIME FROM TIME.
           MOVE OP-SIGNED-ON-ID     TO CN-OPERATOR-ID.
           MOVE WS-NOTE-TEXT        TO CN-NOTE-TEXT.
           MOVE 0                   TO CN-PROMISE-PAID.
           MOVE 0                   TO CN-STATUS-DATE.
           MOVE "N" TO WS-NOTE-WRITTEN-SWITCH.
           PERFORM WRITE-COLLECTION-NOTE
               UNTIL NOTE-WRITTEN.

       WRITE-COLLECTION-NOTE.
           WRITE COLLECTION-NOTE-RECORD
               INVALID KEY
                   ADD 1 TO CN-NOTE-TIME
               NOT INVALID KEY
                   MOVE "Y" TO WS-NOTE-WRITTEN-SWITCH
           END-WRITE.

       ACCEPT-POSITIVE-AMOUNT.
      *    Uses the shared VALIDPD numeric check, then insists the
      *    amount is positive and fits the promise field.
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
                   AND VAL-NUMERIC-FIELD > 0
                   AND VAL-NUMERIC-FIELD < 10000000
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               ELSE
                   IF VAL-NUMERIC-FIELD NOT > 0
                       OR VAL-NUMERIC-FIELD NOT < 10000000
                       DISPLAY "A positive amount under 10,000,000 "
                           "is required. Try again."
                   END-IF
               END-IF
           END-PERFORM.

           COPY OPERPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
