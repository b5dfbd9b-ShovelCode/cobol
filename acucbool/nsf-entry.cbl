       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSFENTRY.
      ******************************************************************
      * Purpose: Returned-check (NSF) entry. When the bank bounces a
      *          check the clerk keys the customer and the check
      *          number; the program finds the check's posting on
      *          the payment application file (payapply.dat, written
      *          by PAYPOST) and shows the night it posted and the
      *          amount. On confirmation the check is stamped as
      *          returned on every one of its application records
      *          and queued on nsftrans.dat, where the nightly NSF
      *          posting reverses the balance credit, re-opens the
      *          open items the check relieved, and feeds the
      *          reversal to the GL extract. The returned-check fee
      *          (the standard fee unless the clerk keys another
      *          amount or waives it) goes onto adjtrans.dat as an
      *          NSFF adjustment, so it posts through ADJPOST like
      *          any other charge. A customer whose check comes back
      *          a second time within a year is put on hold at once,
      *          with an NSF2 status-history entry and the usual
      *          change-log and journal images. A check that posted
      *          before application records were kept cannot be
      *          found here; it is still reversed by adjustment.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY PAPLSEL.
           COPY NSFTSEL.

           SELECT ADJUSTMENT-FILE ASSIGN TO "adjtrans.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-FILE-STATUS.

           COPY STHSSEL.
           COPY CHGLOGSEL.
           COPY JRNLSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  PAYMENT-APPLY-FILE.
           COPY PAPLREC.

       FD  NSF-TRANS-FILE.
           COPY NSFTREC.

       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD.
           05  AJ-CUSTOMER-ID      PIC X(10).
           05  AJ-AMOUNT           PIC S9(7)V99.
           05  AJ-REASON-CODE      PIC X(4).
           05  AJ-ENTRY-DATE       PIC 9(8).
           05  AJ-OPERATOR-ID      PIC X(10).

           COPY STHSFD.
           COPY CHGLOGFD.
           COPY JRNLFD.
           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODE        PIC XX.
       01  PAYMENT-APPLY-STATUS    PIC XX.
       01  NSF-TRANS-STATUS        PIC XX.
       01  ADJUSTMENT-FILE-STATUS  PIC XX.

           COPY CHGLOGWS.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-ANOTHER-ENTRY        PIC X.
       01  WS-ENTERED-COUNT        PIC 9(5)    VALUE 0.
       01  WS-ENTERED-TOTAL        PIC S9(9)V99 VALUE 0.
       01  WS-CUSTOMER-OK-SWITCH   PIC X       VALUE "N".
           88  CUSTOMER-ACCEPTED               VALUE "Y".
       01  WS-CHECK-NUMBER         PIC X(10).
       01  WS-STANDARD-NSF-FEE     PIC S9(5)V99 VALUE 25.00.
       01  WS-FEE-AMOUNT           PIC S9(5)V99.
       01  WS-DISPLAY-AMOUNT       PIC ZZZZZZ9.99-.
       01  WS-SCAN-SWITCH          PIC X.
           88  APPLICATION-SCAN-DONE           VALUE "Y".
       01  WS-CHECK-FOUND-SWITCH   PIC X.
           88  CHECK-POSTING-FOUND             VALUE "Y".
       01  WS-ALREADY-RETURNED-SWITCH PIC X.
           88  CHECK-ALREADY-RETURNED          VALUE "Y".
       01  WS-FOUND-POST-DATE      PIC 9(8).
       01  WS-FOUND-AMOUNT         PIC S9(7)V99.
       01  WS-WINDOW-START-DATE    PIC 9(8).
       01  WS-PRIOR-NSF-COUNT      PIC 9(3).
       01  WS-LAST-COUNTED-CHECK.
           05  WS-LAST-COUNTED-NUMBER PIC X(10).
           05  WS-LAST-COUNTED-DATE   PIC 9(8).
       01  WS-BEFORE-RECORD        PIC X(160).
       01  WS-CONFIRM-PROMPT-TEXT  PIC X(60).
       01  WS-CONFIRM-DEFAULT      PIC X(3).
       01  WS-CONFIRM-FLAG         PIC X.
           88  ENTRY-CONFIRMED                 VALUE "Y".

           COPY STHSWS.
           COPY OPERWS.
           COPY RETCODE.
           COPY JRNLWS.
           COPY RUNLOGWS.
           COPY VALIDWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "NSFENTRY" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           OPEN I-O PAYMENT-APPLY-FILE.
           IF PAYMENT-APPLY-STATUS NOT = "00"
               DISPLAY "NO POSTED CHECKS ON FILE - NOTHING CAN BE "
                   "RETURNED."
               MOVE RC-WARNING TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           COMPUTE WS-WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) - 365).
           PERFORM OPEN-FILES.
           PERFORM ENTER-ONE-RETURNED-CHECK
               UNTIL OPERATOR-DONE.
           PERFORM CLOSE-FILES.
           DISPLAY "NSF ENTRY COMPLETE - " WS-ENTERED-COUNT
               " RETURNED CHECKS, TOTAL " WS-ENTERED-TOTAL.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O CUSTOMER-FILE.
           OPEN EXTEND NSF-TRANS-FILE.
           IF NSF-TRANS-STATUS = "05" OR "35"
               OPEN OUTPUT NSF-TRANS-FILE
           END-IF.
           OPEN EXTEND ADJUSTMENT-FILE.
           IF ADJUSTMENT-FILE-STATUS = "05" OR "35"
               OPEN OUTPUT ADJUSTMENT-FILE
           END-IF.
           OPEN EXTEND CUSTOMER-CHANGE-LOG.
           IF CHANGE-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT CUSTOMER-CHANGE-LOG
           END-IF.

       ENTER-ONE-RETURNED-CHECK.
           PERFORM GET-VALID-CUSTOMER.
           IF CUSTOMER-ACCEPTED
               PERFORM GET-CHECK-NUMBER
               PERFORM FIND-CHECK-POSTING
               IF CHECK-POSTING-FOUND
                   MOVE WS-FOUND-AMOUNT TO WS-DISPLAY-AMOUNT
                   DISPLAY "CHECK " WS-CHECK-NUMBER " POSTED "
                       WS-FOUND-POST-DATE " FOR " WS-DISPLAY-AMOUNT
                   PERFORM GET-FEE-AMOUNT
                   MOVE "Reverse this check as returned? (YES/NO)"
                       TO WS-CONFIRM-PROMPT-TEXT
                   MOVE SPACES TO WS-CONFIRM-DEFAULT
                   CALL "YESNO" USING WS-CONFIRM-PROMPT-TEXT
                       WS-CONFIRM-DEFAULT WS-CONFIRM-FLAG
                   IF ENTRY-CONFIRMED
                       PERFORM APPLY-ONE-RETURNED-CHECK
                   ELSE
                       DISPLAY "RETURNED CHECK CANCELLED."
                   END-IF
               ELSE
                   IF CHECK-ALREADY-RETURNED
                       DISPLAY "CHECK " WS-CHECK-NUMBER
                           " HAS ALREADY BEEN RETURNED - NOT "
                           "ACCEPTED."
                   ELSE
                       DISPLAY "NO POSTING OF CHECK " WS-CHECK-NUMBER
                           " FOR THIS CUSTOMER - NOT ACCEPTED."
                   END-IF
               END-IF
           END-IF.
           DISPLAY "ENTER ANOTHER RETURNED CHECK? (Y/N)".
           ACCEPT WS-ANOTHER-ENTRY.
           IF WS-ANOTHER-ENTRY NOT = "Y" AND "y"
               MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
           END-IF.

       GET-VALID-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-OK-SWITCH.
           DISPLAY "ENTER CUSTOMER ID (OR BLANK TO QUIT):".
           ACCEPT CUSTOMER-ID.
           IF CUSTOMER-ID = SPACES
               MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
           ELSE
               READ CUSTOMER-FILE
                   KEY IS CUSTOMER-ID
                   INVALID KEY
                       DISPLAY "CUSTOMER NOT ON FILE - RETURNED "
                           "CHECK NOT ACCEPTED."
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CUSTOMER-OK-SWITCH
                       DISPLAY "CUSTOMER: " CUSTOMER-NAME
               END-READ
           END-IF.

       GET-CHECK-NUMBER.
           MOVE SPACES TO WS-CHECK-NUMBER.
           PERFORM UNTIL WS-CHECK-NUMBER NOT = SPACES
               DISPLAY "ENTER RETURNED CHECK NUMBER:"
               ACCEPT WS-CHECK-NUMBER
               IF WS-CHECK-NUMBER = SPACES
                   DISPLAY "A check number is required for every "
                       "returned check."
               END-IF
           END-PERFORM.

       FIND-CHECK-POSTING.
      *    The same check number can post on more than one night (a
      *    redeposit after an earlier bounce); the latest posting not
      *    already returned is the one the bank is sending back.
           MOVE "N" TO WS-CHECK-FOUND-SWITCH.
           MOVE "N" TO WS-ALREADY-RETURNED-SWITCH.
           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE CUSTOMER-ID     TO PA-CUSTOMER-ID.
           MOVE WS-CHECK-NUMBER TO PA-CHECK-NUMBER.
           MOVE 0               TO PA-POST-DATE.
           MOVE 0               TO PA-SEQUENCE.
           START PAYMENT-APPLY-FILE
               KEY IS GREATER THAN OR EQUAL TO PA-APPLY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-SWITCH
           END-START.
           PERFORM CHECK-ONE-APPLICATION
               UNTIL APPLICATION-SCAN-DONE.

       CHECK-ONE-APPLICATION.
           READ PAYMENT-APPLY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-SWITCH
               NOT AT END
                   IF PA-CUSTOMER-ID NOT = CUSTOMER-ID
                       OR PA-CHECK-NUMBER NOT = WS-CHECK-NUMBER
                       MOVE "Y" TO WS-SCAN-SWITCH
                   ELSE
                       IF PA-NSF-DATE = 0
                           MOVE "Y" TO WS-CHECK-FOUND-SWITCH
                           MOVE PA-POST-DATE    TO WS-FOUND-POST-DATE
                           MOVE PA-CHECK-AMOUNT TO WS-FOUND-AMOUNT
                       ELSE
                           MOVE "Y" TO WS-ALREADY-RETURNED-SWITCH
                       END-IF
                   END-IF
           END-READ.

       GET-FEE-AMOUNT.
           MOVE WS-STANDARD-NSF-FEE TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO WS-CONFIRM-PROMPT-TEXT.
           STRING "Charge the standard NSF fee of "
               WS-DISPLAY-AMOUNT "? (YES/NO)"
               DELIMITED BY SIZE INTO WS-CONFIRM-PROMPT-TEXT.
           MOVE SPACES TO WS-CONFIRM-DEFAULT.
           CALL "YESNO" USING WS-CONFIRM-PROMPT-TEXT
               WS-CONFIRM-DEFAULT WS-CONFIRM-FLAG.
           IF ENTRY-CONFIRMED
               MOVE WS-STANDARD-NSF-FEE TO WS-FEE-AMOUNT
           ELSE
      *    Zero waives the fee - the reversal itself still goes.
               DISPLAY "ENTER FEE AMOUNT (IMPLIED 2 DECIMALS, "
                   "0 TO WAIVE):"
               MOVE "N" TO VAL-VALID-SWITCH
               PERFORM UNTIL VAL-INPUT-VALID
                       AND VAL-NUMERIC-FIELD NOT < 0
                       AND VAL-NUMERIC-FIELD < 100000
                   ACCEPT VAL-NUMERIC-FIELD
                   PERFORM VALIDATE-NUMERIC-FIELD
                   IF NOT VAL-INPUT-VALID
                       DISPLAY "Invalid entry - numbers only. "
                           "Try again."
                   ELSE
                       IF VAL-NUMERIC-FIELD < 0
                           OR VAL-NUMERIC-FIELD NOT < 100000
                           DISPLAY "Fee must be zero or a positive "
                               "amount under 100000. Try again."
                       END-IF
                   END-IF
               END-PERFORM
               MOVE VAL-NUMERIC-FIELD TO WS-FEE-AMOUNT
           END-IF.

       APPLY-ONE-RETURNED-CHECK.
           PERFORM COUNT-PRIOR-RETURNS.
           PERFORM STAMP-CHECK-APPLICATIONS.
           PERFORM WRITE-NSF-TRANSACTION.
           IF WS-FEE-AMOUNT > 0
               PERFORM WRITE-FEE-ADJUSTMENT
           END-IF.
           IF WS-PRIOR-NSF-COUNT > 0
               DISPLAY "SECOND RETURNED CHECK WITHIN A YEAR - "
                   "ACCOUNT GOES ON HOLD."
               PERFORM PLACE-CUSTOMER-ON-HOLD
           END-IF.
           ADD 1 TO WS-ENTERED-COUNT.
           ADD WS-FOUND-AMOUNT TO WS-ENTERED-TOTAL.
           DISPLAY "RETURNED CHECK ACCEPTED - REVERSES TONIGHT.".

       COUNT-PRIOR-RETURNS.
      *    Every record of a returned check carries the NSF date, so
      *    a check is counted once, on the first of its records met.
           MOVE 0      TO WS-PRIOR-NSF-COUNT.
           MOVE SPACES TO WS-LAST-COUNTED-CHECK.
           MOVE "N"    TO WS-SCAN-SWITCH.
           MOVE CUSTOMER-ID TO PA-CUSTOMER-ID.
           MOVE LOW-VALUES  TO PA-CHECK-NUMBER.
           MOVE 0           TO PA-POST-DATE.
           MOVE 0           TO PA-SEQUENCE.
           START PAYMENT-APPLY-FILE
               KEY IS GREATER THAN OR EQUAL TO PA-APPLY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-SWITCH
           END-START.
           PERFORM COUNT-ONE-APPLICATION
               UNTIL APPLICATION-SCAN-DONE.

       COUNT-ONE-APPLICATION.
           READ PAYMENT-APPLY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-SWITCH
               NOT AT END
                   IF PA-CUSTOMER-ID NOT = CUSTOMER-ID
                       MOVE "Y" TO WS-SCAN-SWITCH
                   ELSE
                       IF PA-NSF-DATE NOT < WS-WINDOW-START-DATE
                           AND (PA-CHECK-NUMBER
                                   NOT = WS-LAST-COUNTED-NUMBER
                               OR PA-POST-DATE
                                   NOT = WS-LAST-COUNTED-DATE)
                           ADD 1 TO WS-PRIOR-NSF-COUNT
                           MOVE PA-CHECK-NUMBER
                               TO WS-LAST-COUNTED-NUMBER
                           MOVE PA-POST-DATE
                               TO WS-LAST-COUNTED-DATE
                       END-IF
                   END-IF
           END-READ.

       STAMP-CHECK-APPLICATIONS.
      *    The stamp is what keeps the same bounce from being keyed
      *    twice, and what tells NSFPOST which records to unwind.
           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE CUSTOMER-ID        TO PA-CUSTOMER-ID.
           MOVE WS-CHECK-NUMBER    TO PA-CHECK-NUMBER.
           MOVE WS-FOUND-POST-DATE TO PA-POST-DATE.
           MOVE 0                  TO PA-SEQUENCE.
           START PAYMENT-APPLY-FILE
               KEY IS GREATER THAN OR EQUAL TO PA-APPLY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-SWITCH
           END-START.
           PERFORM STAMP-ONE-APPLICATION
               UNTIL APPLICATION-SCAN-DONE.

       STAMP-ONE-APPLICATION.
           READ PAYMENT-APPLY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-SWITCH
               NOT AT END
                   IF PA-CUSTOMER-ID NOT = CUSTOMER-ID
                       OR PA-CHECK-NUMBER NOT = WS-CHECK-NUMBER
                       OR PA-POST-DATE NOT = WS-FOUND-POST-DATE
                       MOVE "Y" TO WS-SCAN-SWITCH
                   ELSE
                       MOVE WS-BUSINESS-DATE TO PA-NSF-DATE
                       REWRITE PAYMENT-APPLY-RECORD
                   END-IF
           END-READ.

       WRITE-NSF-TRANSACTION.
           MOVE CUSTOMER-ID        TO NS-CUSTOMER-ID.
           MOVE WS-CHECK-NUMBER    TO NS-CHECK-NUMBER.
           MOVE WS-FOUND-POST-DATE TO NS-POST-DATE.
           MOVE WS-FOUND-AMOUNT    TO NS-AMOUNT.
           MOVE WS-FEE-AMOUNT      TO NS-FEE-AMOUNT.
           MOVE WS-BUSINESS-DATE   TO NS-ENTRY-DATE.
           MOVE OP-SIGNED-ON-ID    TO NS-OPERATOR-ID.
           WRITE NSF-TRANS-RECORD.

       WRITE-FEE-ADJUSTMENT.
      *    The fee is an ordinary charge - it posts, ages, and shows
      *    on the statement through ADJPOST like any adjustment.
           MOVE CUSTOMER-ID        TO AJ-CUSTOMER-ID.
           MOVE WS-FEE-AMOUNT      TO AJ-AMOUNT.
           MOVE "NSFF"             TO AJ-REASON-CODE.
           MOVE WS-BUSINESS-DATE   TO AJ-ENTRY-DATE.
           MOVE OP-SIGNED-ON-ID    TO AJ-OPERATOR-ID.
           WRITE ADJUSTMENT-RECORD.

       PLACE-CUSTOMER-ON-HOLD.
      *    Closed accounts stay closed; an account already on hold
      *    needs no second entry.
           IF CUSTOMER-ON-HOLD OR CUSTOMER-CLOSED
               CONTINUE
           ELSE
               MOVE CUSTOMER-RECORD TO WS-BEFORE-RECORD
               MOVE CUSTOMER-ID     TO SH-CUSTOMER-ID
               MOVE CUSTOMER-STATUS TO SH-OLD-STATUS
               MOVE "H"             TO CUSTOMER-STATUS
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "HOLD NOT APPLIED, STATUS "
                           FILE-STATUS-CODE
                   NOT INVALID KEY
                       MOVE "H"    TO SH-NEW-STATUS
                       MOVE "NSF2" TO SH-REASON-CODE
                       PERFORM WRITE-STATUS-HISTORY-ENTRY
                       PERFORM LOG-CUSTOMER-CHANGE
               END-REWRITE
           END-IF.

       LOG-CUSTOMER-CHANGE.
           ACCEPT CL-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT CL-LOG-TIME FROM TIME.
           MOVE CUSTOMER-ID      TO CL-CUSTOMER-ID.
           MOVE OP-SIGNED-ON-ID  TO CL-OPERATOR-ID.
           MOVE WS-BEFORE-RECORD TO CL-BEFORE-IMAGE.
           MOVE CUSTOMER-RECORD  TO CL-AFTER-IMAGE.
           WRITE CHANGE-LOG-RECORD.
           MOVE "NSFENTRY"      TO JR-PROGRAM-NAME.
           MOVE "U"             TO JR-ACTION-CODE.
           MOVE CUSTOMER-ID     TO JR-CUSTOMER-ID.
           MOVE CUSTOMER-RECORD TO JR-AFTER-IMAGE.
           PERFORM WRITE-CUSTOMER-JOURNAL.

       CLOSE-FILES.
           CLOSE CUSTOMER-FILE.
           CLOSE PAYMENT-APPLY-FILE.
           CLOSE NSF-TRANS-FILE.
           CLOSE ADJUSTMENT-FILE.
           CLOSE CUSTOMER-CHANGE-LOG.

           COPY STHSPD.
           COPY OPERPD.
           COPY JRNLPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
