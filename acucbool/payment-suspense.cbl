       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSUSWK.
      ******************************************************************
      * Purpose: Lockbox payment suspense workstation. Steps through
      *          every remittance the lockbox import could not match
      *          (paysusp.dat), oldest first as the bank sent them,
      *          showing the check, the amount, the remitter, the
      *          account and invoices off the stub, why it suspended
      *          and how many days it has waited. For each one the
      *          clerk can search the customer master by ID or by
      *          name (a name prefix lists the matches off the
      *          CUSTOMER-NAME alternate index) and release the check
      *          onto paytrans.dat against the customer chosen - the
      *          nightly payment posting then credits it like any
      *          other receipt, applying it to the invoices on the
      *          stub first. A check nobody can identify is moved to
      *          unapplied cash (unapcash.dat), which the GL extract
      *          journals against the unapplied-cash account. Anything
      *          skipped stays in suspense for the next session and
      *          the nightly aging. Every item worked is listed on
      *          paysuswk.prt with the operator who worked it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PSUSSEL.

           SELECT PAYMENT-SUSPENSE-WORK-FILE ASSIGN TO "paysusp.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYMENT-SUSPENSE-WORK-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY PAYTSEL.
           COPY UNAPSEL.

           SELECT PRINT-FILE ASSIGN TO "paysuswk.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-SUSPENSE-FILE.
           COPY PSUSREC.

       FD  PAYMENT-SUSPENSE-WORK-FILE.
       01  PAYMENT-SUSPENSE-WORK-RECORD PIC X(119).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  PAYMENT-TRANS-FILE.
           COPY PAYTREC.

       FD  UNAPPLIED-CASH-FILE.
           COPY UNAPREC.

           COPY PRTRECFD.
           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  PAYMENT-SUSPENSE-STATUS PIC XX.
       01  PAYMENT-SUSPENSE-WORK-STATUS PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  PAYMENT-TRANS-STATUS    PIC XX.
       01  UNAPPLIED-CASH-STATUS   PIC XX.
       01  WS-SUSPENSE-EOF-SWITCH  PIC X       VALUE "N".
           88  END-OF-SUSPENSE                 VALUE "Y".
       01  WS-WORK-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-WORK-FILE                VALUE "Y".
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-ITEM-DONE-SWITCH     PIC X.
           88  ITEM-WORKED                     VALUE "Y".
       01  WS-ITEM-ACTION          PIC X.
       01  WS-ACTION-OK-SWITCH     PIC X.
           88  ACTION-CHOSEN                   VALUE "Y".
       01  WS-CUSTOMER-OK-SWITCH   PIC X.
           88  CUSTOMER-CHOSEN                 VALUE "Y".
       01  WS-SEARCH-DONE-SWITCH   PIC X.
           88  SEARCH-DONE                     VALUE "Y".
       01  WS-SEARCH-TYPE          PIC X.
       01  WS-BROWSE-NAME-PREFIX   PIC X(30).
       01  WS-BROWSE-PREFIX-LEN    PIC 99      VALUE 30.
       01  WS-BROWSE-FOUND-SWITCH  PIC X       VALUE "N".
           88  BROWSE-POSITIONED               VALUE "Y".
       01  WS-BROWSE-END-SWITCH    PIC X       VALUE "N".
           88  BROWSE-AT-END                   VALUE "Y".
       01  WS-BROWSE-SHOWN         PIC 99.
       01  WS-BROWSE-LIMIT         PIC 99      VALUE 15.
       01  WS-INVOICE-SUB          PIC 9.
       01  WS-TODAY-INTEGER        PIC 9(7).
       01  WS-AGE-DAYS             PIC 9(5).
       01  WS-REASON-TEXT          PIC X(30).
       01  WS-DISPLAY-AMOUNT       PIC ZZZZZZ9.99-.
       01  WS-SUSPENSE-COUNT       PIC 9(5)    VALUE 0.
       01  WS-RELEASED-COUNT       PIC 9(5)    VALUE 0.
       01  WS-RELEASED-AMOUNT      PIC S9(9)V99 VALUE 0.
       01  WS-UNAPPLIED-COUNT      PIC 9(5)    VALUE 0.
       01  WS-UNAPPLIED-AMOUNT     PIC S9(9)V99 VALUE 0.
       01  WS-KEPT-COUNT           PIC 9(5)    VALUE 0.
       01  WS-KEPT-AMOUNT          PIC S9(9)V99 VALUE 0.
       01  WS-CONFIRM-PROMPT-TEXT  PIC X(60).
       01  WS-CONFIRM-DEFAULT      PIC X(3).
       01  WS-CONFIRM-FLAG         PIC X.
           88  ACTION-CONFIRMED                VALUE "Y".

           COPY OPERWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  PAYSUSWK-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "CHECK".
           05  FILLER              PIC X(32) VALUE "REMITTER".
           05  FILLER              PIC X(14) VALUE "      AMOUNT".
           05  FILLER              PIC X(6)  VALUE "WHY".
           05  FILLER              PIC X(6)  VALUE "DAYS".
           05  FILLER              PIC X(22) VALUE "ACTION".
           05  FILLER              PIC X(12) VALUE "CUSTOMER".
           05  FILLER              PIC X(12) VALUE "OPERATOR".
           05  FILLER              PIC X(16) VALUE SPACES.

       01  PAYSUSWK-DETAIL-LINE.
           05  DTL-CHECK-NUMBER    PIC X(12).
           05  DTL-REMITTER-NAME   PIC X(32).
           05  DTL-AMOUNT          PIC Z(8)9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DTL-REASON-CODE     PIC X(6).
           05  DTL-AGE-DAYS        PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DTL-ACTION          PIC X(22).
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-OPERATOR-ID     PIC X(12).
           05  FILLER              PIC X(16) VALUE SPACES.

       01  PAYSUSWK-TOTAL-LINE.
           05  TOT-LABEL           PIC X(24).
           05  TOT-COUNT           PIC ZZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  TOT-AMOUNT          PIC Z(8)9.99-.
           05  FILLER              PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PAYSUSWK" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           OPEN INPUT PAYMENT-SUSPENSE-FILE.
           IF PAYMENT-SUSPENSE-STATUS NOT = "00"
               DISPLAY "NO LOCKBOX PAYMENTS IN SUSPENSE."
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           PERFORM OPEN-FILES.
           PERFORM READ-SUSPENSE-ITEM.
           PERFORM WORK-ONE-SUSPENSE-ITEM
               UNTIL END-OF-SUSPENSE.
           CLOSE PAYMENT-SUSPENSE-FILE.
           CLOSE PAYMENT-SUSPENSE-WORK-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE PAYMENT-TRANS-FILE.
           CLOSE UNAPPLIED-CASH-FILE.
           PERFORM COPY-WORK-FILE-BACK.
           PERFORM PRINT-SESSION-TOTALS.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           DISPLAY "SUSPENSE SESSION COMPLETE - " WS-RELEASED-COUNT
               " RELEASED, " WS-UNAPPLIED-COUNT " TO UNAPPLIED CASH, "
               WS-KEPT-COUNT " STILL IN SUSPENSE".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-FILES.
           OPEN OUTPUT PAYMENT-SUSPENSE-WORK-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN EXTEND PAYMENT-TRANS-FILE.
           IF PAYMENT-TRANS-STATUS = "05" OR "35"
               OPEN OUTPUT PAYMENT-TRANS-FILE
           END-IF.
           OPEN EXTEND UNAPPLIED-CASH-FILE.
           IF UNAPPLIED-CASH-STATUS = "05" OR "35"
               OPEN OUTPUT UNAPPLIED-CASH-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "PAYSUSWK" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           MOVE PAYSUSWK-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM PRINT-PAYSUSWK-HEADING-LINE.

       PRINT-PAYSUSWK-HEADING-LINE.
           MOVE " " TO PRINT-CC.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       READ-SUSPENSE-ITEM.
           READ PAYMENT-SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-SUSPENSE-EOF-SWITCH
           END-READ.

       WORK-ONE-SUSPENSE-ITEM.
      *    Once the clerk quits, the rest of the file passes straight
      *    through to the retained copy untouched.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE "N" TO WS-ITEM-DONE-SWITCH.
           PERFORM FIGURE-ITEM-AGE.
           IF NOT OPERATOR-DONE
               PERFORM SHOW-SUSPENSE-ITEM
               PERFORM GET-ITEM-ACTION
               EVALUATE WS-ITEM-ACTION
                   WHEN "R"
                       PERFORM RELEASE-TO-CUSTOMER
                   WHEN "U"
                       PERFORM MOVE-TO-UNAPPLIED-CASH
                   WHEN "Q"
                       MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF NOT ITEM-WORKED
               MOVE PAYMENT-SUSPENSE-RECORD
                   TO PAYMENT-SUSPENSE-WORK-RECORD
               WRITE PAYMENT-SUSPENSE-WORK-RECORD
               ADD 1 TO WS-KEPT-COUNT
               ADD PS-AMOUNT TO WS-KEPT-AMOUNT
           END-IF.
           PERFORM READ-SUSPENSE-ITEM.

       FIGURE-ITEM-AGE.
           MOVE 0 TO WS-AGE-DAYS.
           IF PS-SUSPENSE-DATE IS NUMERIC
               AND PS-SUSPENSE-DATE > 0
               AND PS-SUSPENSE-DATE NOT > WS-BUSINESS-DATE
               COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE (PS-SUSPENSE-DATE)
           END-IF.

       SHOW-SUSPENSE-ITEM.
           EVALUATE TRUE
               WHEN PS-ACCOUNT-NOT-ON-FILE
                   MOVE "ACCOUNT NOT ON FILE" TO WS-REASON-TEXT
               WHEN PS-NAME-NOT-MATCHED
                   MOVE "NO ACCOUNT - NAME NOT MATCHED"
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE PS-REASON-CODE TO WS-REASON-TEXT
           END-EVALUATE.
           MOVE PS-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY " ".
           DISPLAY "SUSPENSE ITEM " WS-SUSPENSE-COUNT
               " - CHECK " PS-CHECK-NUMBER " FOR " WS-DISPLAY-AMOUNT.
           DISPLAY "  REMITTER:   " PS-REMITTER-NAME.
           DISPLAY "  ACCOUNT:    " PS-ACCOUNT-ID
               "  DEPOSITED " PS-DEPOSIT-DATE.
           DISPLAY "  INVOICES:   " PS-INVOICE-NUMBER (1) " "
               PS-INVOICE-NUMBER (2) " " PS-INVOICE-NUMBER (3) " "
               PS-INVOICE-NUMBER (4) " " PS-INVOICE-NUMBER (5).
           DISPLAY "  SUSPENDED:  " PS-SUSPENSE-DATE " ("
               WS-AGE-DAYS " DAYS) - " WS-REASON-TEXT.

       GET-ITEM-ACTION.
           MOVE "N" TO WS-ACTION-OK-SWITCH.
           PERFORM UNTIL ACTION-CHOSEN
               DISPLAY "R)ELEASE TO CUSTOMER, U)NAPPLIED CASH, "
                   "S)KIP, Q)UIT:"
               ACCEPT WS-ITEM-ACTION
               INSPECT WS-ITEM-ACTION
                   CONVERTING "rusq" TO "RUSQ"
               IF WS-ITEM-ACTION = "R" OR "U" OR "S" OR "Q"
                   MOVE "Y" TO WS-ACTION-OK-SWITCH
               ELSE
                   DISPLAY "Enter R, U, S, or Q."
               END-IF
           END-PERFORM.

       RELEASE-TO-CUSTOMER.
           PERFORM FIND-RELEASE-CUSTOMER.
           IF CUSTOMER-CHOSEN
               MOVE PS-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY "RELEASE CHECK " PS-CHECK-NUMBER " FOR "
                   WS-DISPLAY-AMOUNT " TO " CUSTOMER-ID
               DISPLAY "  " CUSTOMER-NAME " " CUSTOMER-CITY " "
                   CUSTOMER-STATE
               IF CUSTOMER-CLOSED
                   DISPLAY "  NOTE - THIS ACCOUNT IS CLOSED."
               END-IF
               MOVE "Release the check to this customer? (YES/NO)"
                   TO WS-CONFIRM-PROMPT-TEXT
               MOVE SPACES TO WS-CONFIRM-DEFAULT
               CALL "YESNO" USING WS-CONFIRM-PROMPT-TEXT
                   WS-CONFIRM-DEFAULT WS-CONFIRM-FLAG
               IF ACTION-CONFIRMED
                   PERFORM WRITE-RELEASED-PAYMENT
               ELSE
                   DISPLAY "RELEASE CANCELLED - ITEM STAYS IN "
                       "SUSPENSE."
               END-IF
           ELSE
               DISPLAY "NO CUSTOMER CHOSEN - ITEM STAYS IN SUSPENSE."
           END-IF.

       FIND-RELEASE-CUSTOMER.
      *    The clerk may look up as many times as it takes; a blank
      *    answer gives up and leaves the item where it was.
           MOVE "N" TO WS-CUSTOMER-OK-SWITCH.
           MOVE "N" TO WS-SEARCH-DONE-SWITCH.
           PERFORM SEARCH-CUSTOMER-ONCE
               UNTIL SEARCH-DONE.

       SEARCH-CUSTOMER-ONCE.
           DISPLAY "FIND CUSTOMER BY I)D OR N)AME (BLANK = CANCEL):".
           MOVE SPACES TO WS-SEARCH-TYPE.
           ACCEPT WS-SEARCH-TYPE.
           INSPECT WS-SEARCH-TYPE CONVERTING "in" TO "IN".
           EVALUATE WS-SEARCH-TYPE
               WHEN "I"
                   PERFORM GET-CUSTOMER-BY-ID
               WHEN "N"
                   PERFORM LIST-CUSTOMERS-BY-NAME
                   PERFORM GET-CUSTOMER-BY-ID
               WHEN SPACE
                   MOVE "Y" TO WS-SEARCH-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "Enter I, N, or leave blank."
           END-EVALUATE.

       GET-CUSTOMER-BY-ID.
           DISPLAY "ENTER CUSTOMER ID (BLANK = SEARCH AGAIN):".
           MOVE SPACES TO CUSTOMER-ID.
           ACCEPT CUSTOMER-ID.
           IF CUSTOMER-ID NOT = SPACES
               READ CUSTOMER-FILE
                   KEY IS CUSTOMER-ID
                   INVALID KEY
                       DISPLAY "CUSTOMER " CUSTOMER-ID
                           " NOT ON FILE."
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CUSTOMER-OK-SWITCH
                       MOVE "Y" TO WS-SEARCH-DONE-SWITCH
               END-READ
           END-IF.

       LIST-CUSTOMERS-BY-NAME.
      *    A name prefix positions on the CUSTOMER-NAME alternate
      *    index the way the access browse does; the remitter name
      *    off the check is the usual starting point.
           DISPLAY "ENTER CUSTOMER NAME (OR PREFIX) TO SEARCH:".
           MOVE SPACES TO WS-BROWSE-NAME-PREFIX.
           ACCEPT WS-BROWSE-NAME-PREFIX.
           COMPUTE WS-BROWSE-PREFIX-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-BROWSE-NAME-PREFIX)).
           IF WS-BROWSE-NAME-PREFIX = SPACES
               MOVE 30 TO WS-BROWSE-PREFIX-LEN
           END-IF.
           MOVE "N" TO WS-BROWSE-END-SWITCH.
           MOVE 0 TO WS-BROWSE-SHOWN.
           MOVE WS-BROWSE-NAME-PREFIX TO CUSTOMER-NAME.
           START CUSTOMER-FILE
               KEY IS GREATER THAN OR EQUAL TO CUSTOMER-NAME
               INVALID KEY
                   MOVE "N" TO WS-BROWSE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-BROWSE-FOUND-SWITCH
           END-START.
           PERFORM BROWSE-NEXT-BY-NAME.
           PERFORM SHOW-ONE-NAME-MATCH
               UNTIL BROWSE-AT-END.
           IF WS-BROWSE-SHOWN = 0
               DISPLAY "NO CUSTOMER NAMES START WITH THAT."
           END-IF.

       BROWSE-NEXT-BY-NAME.
           IF NOT BROWSE-POSITIONED
               OR WS-BROWSE-SHOWN NOT < WS-BROWSE-LIMIT
               MOVE "Y" TO WS-BROWSE-END-SWITCH
           ELSE
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BROWSE-END-SWITCH
                   NOT AT END
                       IF CUSTOMER-NAME (1:WS-BROWSE-PREFIX-LEN) NOT =
                               WS-BROWSE-NAME-PREFIX
                                   (1:WS-BROWSE-PREFIX-LEN)
                           MOVE "Y" TO WS-BROWSE-END-SWITCH
                       END-IF
               END-READ
           END-IF.

       SHOW-ONE-NAME-MATCH.
           DISPLAY "  " CUSTOMER-ID " " CUSTOMER-NAME " "
               CUSTOMER-CITY " " CUSTOMER-STATE.
           ADD 1 TO WS-BROWSE-SHOWN.
           PERFORM BROWSE-NEXT-BY-NAME.
           IF BROWSE-AT-END
               AND WS-BROWSE-SHOWN NOT < WS-BROWSE-LIMIT
               DISPLAY "  (FIRST " WS-BROWSE-LIMIT
                   " SHOWN - KEY A LONGER NAME TO NARROW)"
           END-IF.

       WRITE-RELEASED-PAYMENT.
      *    Released exactly the way the lockbox import would have
      *    written it had the stub matched, so the posting applies
      *    the check to the stub's invoices first. It carries the
      *    night the lockbox delivered it, not the night it was
      *    worked, so an early-payment discount is judged on when
      *    the money arrived.
           MOVE CUSTOMER-ID       TO PT-CUSTOMER-ID.
           MOVE PS-CHECK-NUMBER   TO PT-CHECK-NUMBER.
           MOVE PS-AMOUNT         TO PT-AMOUNT.
           IF PS-SUSPENSE-DATE IS NUMERIC
               AND PS-SUSPENSE-DATE > 0
               MOVE PS-SUSPENSE-DATE TO PT-ENTRY-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO PT-ENTRY-DATE
           END-IF.
           MOVE OP-SIGNED-ON-ID   TO PT-OPERATOR-ID.
           MOVE "SUSR"            TO PT-SOURCE-CODE.
           PERFORM CARRY-ONE-INVOICE-NUMBER
               VARYING WS-INVOICE-SUB FROM 1 BY 1
               UNTIL WS-INVOICE-SUB > 5.
           WRITE PAYMENT-TRANS-RECORD.
           MOVE "Y" TO WS-ITEM-DONE-SWITCH.
           ADD 1 TO WS-RELEASED-COUNT.
           ADD PS-AMOUNT TO WS-RELEASED-AMOUNT.
           MOVE "RELEASED TO CUSTOMER" TO DTL-ACTION.
           MOVE CUSTOMER-ID TO DTL-CUSTOMER-ID.
           PERFORM PRINT-WORKED-ITEM.
           DISPLAY "PAYMENT RELEASED - IT POSTS TONIGHT.".

       CARRY-ONE-INVOICE-NUMBER.
           IF PS-INVOICE-NUMBER (WS-INVOICE-SUB) IS NUMERIC
               MOVE PS-INVOICE-NUMBER (WS-INVOICE-SUB)
                   TO PT-APPLY-INVOICE (WS-INVOICE-SUB)
           ELSE
               MOVE 0 TO PT-APPLY-INVOICE (WS-INVOICE-SUB)
           END-IF.

       MOVE-TO-UNAPPLIED-CASH.
           MOVE "Move this check to unapplied cash? (YES/NO)"
               TO WS-CONFIRM-PROMPT-TEXT.
           MOVE SPACES TO WS-CONFIRM-DEFAULT.
           CALL "YESNO" USING WS-CONFIRM-PROMPT-TEXT
               WS-CONFIRM-DEFAULT WS-CONFIRM-FLAG.
           IF ACTION-CONFIRMED
               MOVE PS-CHECK-NUMBER   TO UC-CHECK-NUMBER
               MOVE PS-REMITTER-NAME  TO UC-REMITTER-NAME
               MOVE PS-AMOUNT         TO UC-AMOUNT
               MOVE PS-DEPOSIT-DATE   TO UC-DEPOSIT-DATE
               MOVE WS-BUSINESS-DATE  TO UC-ENTRY-DATE
               MOVE OP-SIGNED-ON-ID   TO UC-OPERATOR-ID
               WRITE UNAPPLIED-CASH-RECORD
               MOVE "Y" TO WS-ITEM-DONE-SWITCH
               ADD 1 TO WS-UNAPPLIED-COUNT
               ADD PS-AMOUNT TO WS-UNAPPLIED-AMOUNT
               MOVE "TO UNAPPLIED CASH" TO DTL-ACTION
               MOVE SPACES TO DTL-CUSTOMER-ID
               PERFORM PRINT-WORKED-ITEM
               DISPLAY "CHECK MOVED TO UNAPPLIED CASH."
           ELSE
               DISPLAY "NOT MOVED - ITEM STAYS IN SUSPENSE."
           END-IF.

       PRINT-WORKED-ITEM.
           MOVE PS-CHECK-NUMBER   TO DTL-CHECK-NUMBER.
           MOVE PS-REMITTER-NAME  TO DTL-REMITTER-NAME.
           MOVE PS-AMOUNT         TO DTL-AMOUNT.
           MOVE PS-REASON-CODE    TO DTL-REASON-CODE.
           MOVE WS-AGE-DAYS       TO DTL-AGE-DAYS.
           MOVE OP-SIGNED-ON-ID   TO DTL-OPERATOR-ID.
           MOVE " " TO PRINT-CC.
           MOVE PAYSUSWK-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-SESSION-TOTALS.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM PRINT-PAYSUSWK-HEADING-LINE.
           MOVE "RELEASED TO CUSTOMERS:" TO TOT-LABEL.
           MOVE WS-RELEASED-COUNT   TO TOT-COUNT.
           MOVE WS-RELEASED-AMOUNT  TO TOT-AMOUNT.
           MOVE PAYSUSWK-TOTAL-LINE TO PRINT-TEXT.
           PERFORM PRINT-PAYSUSWK-HEADING-LINE.
           MOVE "MOVED TO UNAPPLIED CASH:" TO TOT-LABEL.
           MOVE WS-UNAPPLIED-COUNT  TO TOT-COUNT.
           MOVE WS-UNAPPLIED-AMOUNT TO TOT-AMOUNT.
           MOVE PAYSUSWK-TOTAL-LINE TO PRINT-TEXT.
           PERFORM PRINT-PAYSUSWK-HEADING-LINE.
           MOVE "STILL IN SUSPENSE:" TO TOT-LABEL.
           MOVE WS-KEPT-COUNT       TO TOT-COUNT.
           MOVE WS-KEPT-AMOUNT      TO TOT-AMOUNT.
           MOVE PAYSUSWK-TOTAL-LINE TO PRINT-TEXT.
           PERFORM PRINT-PAYSUSWK-HEADING-LINE.

       COPY-WORK-FILE-BACK.
      *    The items not worked become the new suspense file, so a
      *    released check can never be released a second time.
           OPEN INPUT PAYMENT-SUSPENSE-WORK-FILE.
           OPEN OUTPUT PAYMENT-SUSPENSE-FILE.
           MOVE "N" TO WS-WORK-EOF-SWITCH.
           PERFORM READ-WORK-RECORD.
           PERFORM COPY-ONE-WORK-RECORD
               UNTIL END-OF-WORK-FILE.
           CLOSE PAYMENT-SUSPENSE-WORK-FILE.
           CLOSE PAYMENT-SUSPENSE-FILE.

       READ-WORK-RECORD.
           READ PAYMENT-SUSPENSE-WORK-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF-SWITCH
           END-READ.

       COPY-ONE-WORK-RECORD.
           MOVE PAYMENT-SUSPENSE-WORK-RECORD
               TO PAYMENT-SUSPENSE-RECORD.
           WRITE PAYMENT-SUSPENSE-RECORD.
           PERFORM READ-WORK-RECORD.

           COPY OPERPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
