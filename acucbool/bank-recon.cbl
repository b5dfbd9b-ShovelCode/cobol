       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.
      ******************************************************************
      * Purpose: Nightly bank deposit reconciliation. PAYENTRY proves
      *          a keyed batch against its deposit slip, but nothing
      *          proved that what the payment posting put on
      *          paypost.dat is what the bank actually credited. This
      *          step imports the bank's daily statement file
      *          (bankstmt.dat) and matches its deposit and lockbox
      *          credits, amount for amount, against tonight's posted
      *          deposits: each keyed batch (one clerk's KEYD checks
      *          for the day) and each night's lockbox deposit (the
      *          LBOX checks posted plus the checks the import left
      *          in payment suspense - the bank credited the whole
      *          transmission). Checks released out of payment
      *          suspense were credited by the bank with an earlier
      *          lockbox deposit, so they are shown but not matched.
      *          The report lists the matched deposits, the deposits
      *          we posted that the bank does not show, and the bank
      *          credits we never posted; any of the last two raises
      *          a WARN alert and ends the step with a warning return
      *          code. Statement debits and other entries are counted
      *          and passed over. The statement is CONSUMED like the
      *          lockbox transmission: archived to a dated bsproc
      *          file and truncated, so it is never reconciled twice.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT-FILE ASSIGN TO "bankstmt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BANK-STATEMENT-STATUS.

           SELECT POSTED-PAYMENT-FILE ASSIGN TO "paypost.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSTED-PAYMENT-STATUS.

           COPY PSUSSEL.

           SELECT PROCESSED-STATEMENT-FILE ASSIGN TO WS-BSPROC-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROCESSED-STATEMENT-STATUS.

           SELECT PRINT-FILE ASSIGN TO "bankrec.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY ALERTSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
      *    The bank's current-day statement, one entry per line.
      *    Transaction codes: DEP = branch deposit credit, LBX =
      *    lockbox credit; anything else (checks paid, fees, returned
      *    items) is not a deposit and is passed over here.
       FD  BANK-STATEMENT-FILE.
       01  BANK-STATEMENT-RECORD.
           05  BS-ACCOUNT-NUMBER   PIC X(12).
           05  BS-POST-DATE        PIC 9(8).
           05  BS-TRANS-CODE       PIC X(3).
               88  BS-DEPOSIT-CREDIT           VALUE "DEP" "LBX".
           05  BS-BANK-REFERENCE   PIC X(16).
           05  BS-AMOUNT           PIC 9(9)V99.
           05  BS-DESCRIPTION      PIC X(30).

       FD  POSTED-PAYMENT-FILE.
           COPY PAYTREC.

       FD  PAYMENT-SUSPENSE-FILE.
           COPY PSUSREC.

       FD  PROCESSED-STATEMENT-FILE.
       01  PROCESSED-STATEMENT-RECORD PIC X(80).

           COPY PRTRECFD.
           COPY ALERTFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  BANK-STATEMENT-STATUS   PIC XX.
       01  POSTED-PAYMENT-STATUS   PIC XX.
       01  PAYMENT-SUSPENSE-STATUS PIC XX.
       01  PROCESSED-STATEMENT-STATUS PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-STATEMENT                VALUE "Y".
       01  WS-PAY-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-POSTED-PAYMENTS          VALUE "Y".
       01  WS-SUSP-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SUSPENSE                 VALUE "Y".
       01  WS-TODAY-RUN-DATE       PIC 9(8).
       01  WS-BSPROC-NAME.
           05  FILLER              PIC X(7)  VALUE "bsproc.".
           05  WS-BSPROC-DATE      PIC 9(8).
       01  WS-TABLE-OVERFLOW-SWITCH PIC X      VALUE "N".
           88  RECON-TABLE-OVERFLOWED          VALUE "Y".
       01  WS-WANTED-KIND          PIC X.
       01  WS-WANTED-OPERATOR      PIC X(10).
       01  WS-WANTED-DATE          PIC 9(8).
       01  WS-WANTED-AMOUNT        PIC S9(9)V99.
       01  WS-DEP-SUB              PIC 9(3).
       01  WS-BANK-SUB             PIC 9(3).
       01  WS-OTHER-ENTRY-COUNT    PIC 9(5)    VALUE 0.
       01  WS-RELEASED-COUNT       PIC 9(5)    VALUE 0.
       01  WS-RELEASED-AMOUNT      PIC S9(9)V99 VALUE 0.
       01  WS-MATCHED-COUNT        PIC 9(5)    VALUE 0.
       01  WS-MATCHED-AMOUNT       PIC S9(11)V99 VALUE 0.
       01  WS-UNBANKED-COUNT       PIC 9(5)    VALUE 0.
       01  WS-UNBANKED-AMOUNT      PIC S9(11)V99 VALUE 0.
       01  WS-UNPOSTED-COUNT       PIC 9(5)    VALUE 0.
       01  WS-UNPOSTED-AMOUNT      PIC S9(11)V99 VALUE 0.
       01  WS-POSTED-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-BANK-TOTAL           PIC S9(11)V99 VALUE 0.
       01  WS-RECON-DIFFERENCE     PIC S9(11)V99 VALUE 0.

      *    Our side: one entry per deposit the books say went to the
      *    bank. Kind K = a clerk's keyed batch for the day, L = the
      *    night's lockbox deposit.
       01  WS-DEPOSIT-TABLE.
           05  WS-DEPOSIT-COUNT    PIC 9(3)    VALUE 0.
           05  WS-DEPOSIT-ENTRY    OCCURS 300 TIMES
                   INDEXED BY DEP-IDX.
               10  WS-DEP-KIND     PIC X.
               10  WS-DEP-OPERATOR PIC X(10).
               10  WS-DEP-DATE     PIC 9(8).
               10  WS-DEP-AMOUNT   PIC S9(9)V99.
               10  WS-DEP-CHECK-COUNT PIC 9(5).
               10  WS-DEP-MATCH-SWITCH PIC X.
                   88  DEPOSIT-MATCHED         VALUE "Y".
               10  WS-DEP-BANK-REFERENCE PIC X(16).

      *    Bank side: the statement's deposit credits.
       01  WS-BANK-TABLE.
           05  WS-BANK-COUNT       PIC 9(3)    VALUE 0.
           05  WS-BANK-ENTRY       OCCURS 500 TIMES
                   INDEXED BY BANK-IDX.
               10  WS-BANK-CODE    PIC X(3).
               10  WS-BANK-DATE    PIC 9(8).
               10  WS-BANK-REFERENCE PIC X(16).
               10  WS-BANK-AMOUNT  PIC 9(9)V99.
               10  WS-BANK-MATCH-SWITCH PIC X.
                   88  BANK-CREDIT-MATCHED     VALUE "Y".

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY ALERTWS.

       01  BANKREC-SECTION-LINE.
           05  SEC-TITLE           PIC X(60).
           05  FILLER              PIC X(72) VALUE SPACES.

       01  BANKREC-COLUMN-HEADINGS.
           05  FILLER              PIC X(30) VALUE "DEPOSIT".
           05  FILLER              PIC X(10) VALUE "DATE".
           05  FILLER              PIC X(8)  VALUE "CHECKS".
           05  FILLER              PIC X(16) VALUE "        AMOUNT".
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(18) VALUE "BANK REFERENCE".
           05  FILLER              PIC X(46) VALUE SPACES.

       01  BANKREC-DETAIL-LINE.
           05  DTL-DESCRIPTION     PIC X(30).
           05  DTL-DATE            PIC X(10).
           05  DTL-CHECK-COUNT     PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-AMOUNT          PIC Z(10)9.99-.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  DTL-BANK-REFERENCE  PIC X(18).
           05  FILLER              PIC X(47) VALUE SPACES.

       01  BANKREC-TOTAL-LINE.
           05  TOT-LABEL           PIC X(38).
           05  TOT-COUNT           PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  TOT-AMOUNT          PIC Z(10)9.99-.
           05  FILLER              PIC X(71) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "BANKREC" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           OPEN INPUT BANK-STATEMENT-FILE.
           IF BANK-STATEMENT-STATUS NOT = "00"
               DISPLAY "NO BANK STATEMENT TONIGHT - DEPOSITS NOT "
                   "RECONCILED"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-RUN-DATE.
           PERFORM LOAD-BANK-CREDITS.
           CLOSE BANK-STATEMENT-FILE.
           PERFORM LOAD-POSTED-DEPOSITS.
           PERFORM ADD-SUSPENDED-LOCKBOX-CHECKS.
           PERFORM MATCH-ONE-BANK-CREDIT
               VARYING WS-BANK-SUB FROM 1 BY 1
               UNTIL WS-BANK-SUB > WS-BANK-COUNT.
           OPEN OUTPUT PRINT-FILE.
           MOVE "BANKREC" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-MATCHED-DEPOSITS.
           PERFORM PRINT-UNBANKED-DEPOSITS.
           PERFORM PRINT-UNPOSTED-CREDITS.
           PERFORM PRINT-RECON-TOTALS.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           PERFORM CONSUME-BANK-STATEMENT.
           DISPLAY "BANK RECONCILIATION - " WS-MATCHED-COUNT
               " MATCHED, " WS-UNBANKED-COUNT " NOT ON STATEMENT, "
               WS-UNPOSTED-COUNT " NEVER POSTED, DIFFERENCE "
               WS-RECON-DIFFERENCE.
           IF WS-UNBANKED-COUNT > 0
               OR WS-UNPOSTED-COUNT > 0
               OR RECON-TABLE-OVERFLOWED
               MOVE RC-WARNING TO RETURN-CODE
               MOVE "WARN"    TO OA-SEVERITY
               MOVE "BANKREC" TO OA-PROGRAM-NAME
               MOVE "BANK DEPOSITS DO NOT RECONCILE TO POSTED PAYMENTS"
                   TO OA-MESSAGE-TEXT
               PERFORM WRITE-OPERATOR-ALERT
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       LOAD-BANK-CREDITS.
           PERFORM READ-BANK-STATEMENT.
           PERFORM LOAD-ONE-BANK-ENTRY
               UNTIL END-OF-STATEMENT.

       READ-BANK-STATEMENT.
           READ BANK-STATEMENT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       LOAD-ONE-BANK-ENTRY.
           IF NOT BS-DEPOSIT-CREDIT
               ADD 1 TO WS-OTHER-ENTRY-COUNT
           ELSE
               IF WS-BANK-COUNT < 500
                   ADD 1 TO WS-BANK-COUNT
                   SET BANK-IDX TO WS-BANK-COUNT
                   MOVE BS-TRANS-CODE     TO WS-BANK-CODE (BANK-IDX)
                   MOVE BS-POST-DATE      TO WS-BANK-DATE (BANK-IDX)
                   MOVE BS-BANK-REFERENCE
                       TO WS-BANK-REFERENCE (BANK-IDX)
                   MOVE BS-AMOUNT         TO WS-BANK-AMOUNT (BANK-IDX)
                   MOVE "N" TO WS-BANK-MATCH-SWITCH (BANK-IDX)
                   ADD BS-AMOUNT TO WS-BANK-TOTAL
               ELSE
                   DISPLAY "WARNING - bank credit table full, "
                       BS-BANK-REFERENCE " NOT RECONCILED"
                   MOVE "Y" TO WS-TABLE-OVERFLOW-SWITCH
               END-IF
           END-IF.
           PERFORM READ-BANK-STATEMENT.

       LOAD-POSTED-DEPOSITS.
      *    PAYPOST leaves tonight's posted checks on paypost.dat; a
      *    night with nothing posted leaves it empty or absent.
           OPEN INPUT POSTED-PAYMENT-FILE.
           IF POSTED-PAYMENT-STATUS NOT = "00"
               MOVE "Y" TO WS-PAY-EOF-SWITCH
           ELSE
               PERFORM READ-POSTED-PAYMENT
               PERFORM ADD-ONE-POSTED-PAYMENT
                   UNTIL END-OF-POSTED-PAYMENTS
               CLOSE POSTED-PAYMENT-FILE
           END-IF.

       READ-POSTED-PAYMENT.
           READ POSTED-PAYMENT-FILE
               AT END
                   MOVE "Y" TO WS-PAY-EOF-SWITCH
           END-READ.

       ADD-ONE-POSTED-PAYMENT.
           EVALUATE TRUE
               WHEN PT-SUSPENSE-RELEASE
                   ADD 1 TO WS-RELEASED-COUNT
                   ADD PT-AMOUNT TO WS-RELEASED-AMOUNT
               WHEN PT-LOCKBOX-PAYMENT
                   MOVE "L"           TO WS-WANTED-KIND
                   MOVE "LOCKBOX"     TO WS-WANTED-OPERATOR
                   MOVE PT-ENTRY-DATE TO WS-WANTED-DATE
                   MOVE PT-AMOUNT     TO WS-WANTED-AMOUNT
                   PERFORM ADD-TO-DEPOSIT
               WHEN OTHER
                   MOVE "K"            TO WS-WANTED-KIND
                   MOVE PT-OPERATOR-ID TO WS-WANTED-OPERATOR
                   MOVE PT-ENTRY-DATE  TO WS-WANTED-DATE
                   MOVE PT-AMOUNT      TO WS-WANTED-AMOUNT
                   PERFORM ADD-TO-DEPOSIT
           END-EVALUATE.
           PERFORM READ-POSTED-PAYMENT.

       ADD-SUSPENDED-LOCKBOX-CHECKS.
      *    Tonight's lockbox checks that could not be matched sit in
      *    payment suspense, but the bank credited them with the rest
      *    of the transmission - they belong in the lockbox deposit.
           OPEN INPUT PAYMENT-SUSPENSE-FILE.
           IF PAYMENT-SUSPENSE-STATUS NOT = "00"
               MOVE "Y" TO WS-SUSP-EOF-SWITCH
           ELSE
               PERFORM READ-SUSPENSE-ITEM
               PERFORM ADD-ONE-SUSPENDED-CHECK
                   UNTIL END-OF-SUSPENSE
               CLOSE PAYMENT-SUSPENSE-FILE
           END-IF.

       READ-SUSPENSE-ITEM.
           READ PAYMENT-SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-SUSP-EOF-SWITCH
           END-READ.

       ADD-ONE-SUSPENDED-CHECK.
           IF PS-SUSPENSE-DATE = WS-TODAY-RUN-DATE
               MOVE "L"               TO WS-WANTED-KIND
               MOVE "LOCKBOX"         TO WS-WANTED-OPERATOR
               MOVE WS-TODAY-RUN-DATE TO WS-WANTED-DATE
               MOVE PS-AMOUNT         TO WS-WANTED-AMOUNT
               PERFORM ADD-TO-DEPOSIT
           END-IF.
           PERFORM READ-SUSPENSE-ITEM.

       ADD-TO-DEPOSIT.
           ADD WS-WANTED-AMOUNT TO WS-POSTED-TOTAL.
           SET DEP-IDX TO 1.
           SEARCH WS-DEPOSIT-ENTRY
               VARYING DEP-IDX
               AT END
                   PERFORM ADD-NEW-DEPOSIT
               WHEN DEP-IDX > WS-DEPOSIT-COUNT
                   PERFORM ADD-NEW-DEPOSIT
               WHEN WS-DEP-KIND (DEP-IDX) = WS-WANTED-KIND
                   AND WS-DEP-OPERATOR (DEP-IDX) = WS-WANTED-OPERATOR
                   AND WS-DEP-DATE (DEP-IDX) = WS-WANTED-DATE
                   ADD WS-WANTED-AMOUNT TO WS-DEP-AMOUNT (DEP-IDX)
                   ADD 1 TO WS-DEP-CHECK-COUNT (DEP-IDX)
           END-SEARCH.

       ADD-NEW-DEPOSIT.
           IF WS-DEPOSIT-COUNT < 300
               ADD 1 TO WS-DEPOSIT-COUNT
               SET DEP-IDX TO WS-DEPOSIT-COUNT
               MOVE WS-WANTED-KIND     TO WS-DEP-KIND (DEP-IDX)
               MOVE WS-WANTED-OPERATOR TO WS-DEP-OPERATOR (DEP-IDX)
               MOVE WS-WANTED-DATE     TO WS-DEP-DATE (DEP-IDX)
               MOVE WS-WANTED-AMOUNT   TO WS-DEP-AMOUNT (DEP-IDX)
               MOVE 1                  TO WS-DEP-CHECK-COUNT (DEP-IDX)
               MOVE "N"             TO WS-DEP-MATCH-SWITCH (DEP-IDX)
               MOVE SPACES         TO WS-DEP-BANK-REFERENCE (DEP-IDX)
           ELSE
               DISPLAY "WARNING - deposit table full, "
                   WS-WANTED-OPERATOR " NOT RECONCILED"
               MOVE "Y" TO WS-TABLE-OVERFLOW-SWITCH
           END-IF.

       MATCH-ONE-BANK-CREDIT.
      *    A bank credit settles the first deposit of the same amount
      *    still open - a lockbox credit looks at the lockbox
      *    deposits, a branch deposit at the keyed batches.
           SET BANK-IDX TO WS-BANK-SUB.
           IF WS-BANK-CODE (BANK-IDX) = "LBX"
               MOVE "L" TO WS-WANTED-KIND
           ELSE
               MOVE "K" TO WS-WANTED-KIND
           END-IF.
           SET DEP-IDX TO 1.
           SEARCH WS-DEPOSIT-ENTRY
               VARYING DEP-IDX
               AT END
                   CONTINUE
               WHEN DEP-IDX > WS-DEPOSIT-COUNT
                   CONTINUE
               WHEN WS-DEP-KIND (DEP-IDX) = WS-WANTED-KIND
                   AND NOT DEPOSIT-MATCHED (DEP-IDX)
                   AND WS-DEP-AMOUNT (DEP-IDX) =
                       WS-BANK-AMOUNT (BANK-IDX)
                   MOVE "Y" TO WS-DEP-MATCH-SWITCH (DEP-IDX)
                   MOVE "Y" TO WS-BANK-MATCH-SWITCH (BANK-IDX)
                   MOVE WS-BANK-REFERENCE (BANK-IDX)
                       TO WS-DEP-BANK-REFERENCE (DEP-IDX)
           END-SEARCH.

       PRINT-BANKREC-HEADING-LINE.
           MOVE " " TO PRINT-CC.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       PRINT-SECTION-HEADING.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM PRINT-BANKREC-HEADING-LINE.
           MOVE BANKREC-SECTION-LINE TO PRINT-TEXT.
           PERFORM PRINT-BANKREC-HEADING-LINE.
           MOVE BANKREC-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM PRINT-BANKREC-HEADING-LINE.

       PRINT-MATCHED-DEPOSITS.
           MOVE "MATCHED DEPOSITS" TO SEC-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM PRINT-ONE-MATCHED-DEPOSIT
               VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-DEPOSIT-COUNT.

       PRINT-ONE-MATCHED-DEPOSIT.
           SET DEP-IDX TO WS-DEP-SUB.
           IF DEPOSIT-MATCHED (DEP-IDX)
               ADD 1 TO WS-MATCHED-COUNT
               ADD WS-DEP-AMOUNT (DEP-IDX) TO WS-MATCHED-AMOUNT
               PERFORM PRINT-DEPOSIT-LINE
           END-IF.

       PRINT-UNBANKED-DEPOSITS.
           MOVE "POSTED DEPOSITS NOT ON THE BANK STATEMENT"
               TO SEC-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM PRINT-ONE-UNBANKED-DEPOSIT
               VARYING WS-DEP-SUB FROM 1 BY 1
               UNTIL WS-DEP-SUB > WS-DEPOSIT-COUNT.

       PRINT-ONE-UNBANKED-DEPOSIT.
           SET DEP-IDX TO WS-DEP-SUB.
           IF NOT DEPOSIT-MATCHED (DEP-IDX)
               ADD 1 TO WS-UNBANKED-COUNT
               ADD WS-DEP-AMOUNT (DEP-IDX) TO WS-UNBANKED-AMOUNT
               PERFORM PRINT-DEPOSIT-LINE
           END-IF.

       PRINT-DEPOSIT-LINE.
           MOVE SPACES TO DTL-DESCRIPTION.
           IF WS-DEP-KIND (DEP-IDX) = "L"
               MOVE "LOCKBOX DEPOSIT" TO DTL-DESCRIPTION
           ELSE
               STRING "KEYED BATCH - " DELIMITED BY SIZE
                   WS-DEP-OPERATOR (DEP-IDX) DELIMITED BY SPACE
                   INTO DTL-DESCRIPTION
           END-IF.
           MOVE WS-DEP-DATE (DEP-IDX)        TO DTL-DATE.
           MOVE WS-DEP-CHECK-COUNT (DEP-IDX) TO DTL-CHECK-COUNT.
           MOVE WS-DEP-AMOUNT (DEP-IDX)      TO DTL-AMOUNT.
           MOVE WS-DEP-BANK-REFERENCE (DEP-IDX)
               TO DTL-BANK-REFERENCE.
           MOVE " " TO PRINT-CC.
           MOVE BANKREC-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-UNPOSTED-CREDITS.
           MOVE "BANK CREDITS NEVER POSTED" TO SEC-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM PRINT-ONE-UNPOSTED-CREDIT
               VARYING WS-BANK-SUB FROM 1 BY 1
               UNTIL WS-BANK-SUB > WS-BANK-COUNT.

       PRINT-ONE-UNPOSTED-CREDIT.
           SET BANK-IDX TO WS-BANK-SUB.
           IF NOT BANK-CREDIT-MATCHED (BANK-IDX)
               ADD 1 TO WS-UNPOSTED-COUNT
               ADD WS-BANK-AMOUNT (BANK-IDX) TO WS-UNPOSTED-AMOUNT
               IF WS-BANK-CODE (BANK-IDX) = "LBX"
                   MOVE "BANK LOCKBOX CREDIT" TO DTL-DESCRIPTION
               ELSE
                   MOVE "BANK DEPOSIT CREDIT" TO DTL-DESCRIPTION
               END-IF
               MOVE WS-BANK-DATE (BANK-IDX)      TO DTL-DATE
               MOVE 0                            TO DTL-CHECK-COUNT
               MOVE WS-BANK-AMOUNT (BANK-IDX)    TO DTL-AMOUNT
               MOVE WS-BANK-REFERENCE (BANK-IDX)
                   TO DTL-BANK-REFERENCE
               MOVE " " TO PRINT-CC
               MOVE BANKREC-DETAIL-LINE TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       PRINT-RECON-TOTALS.
           COMPUTE WS-RECON-DIFFERENCE =
               WS-BANK-TOTAL - WS-POSTED-TOTAL.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM PRINT-BANKREC-HEADING-LINE.
           MOVE "MATCHED DEPOSITS:" TO TOT-LABEL.
           MOVE WS-MATCHED-COUNT    TO TOT-COUNT.
           MOVE WS-MATCHED-AMOUNT   TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "POSTED, NOT ON BANK STATEMENT:" TO TOT-LABEL.
           MOVE WS-UNBANKED-COUNT   TO TOT-COUNT.
           MOVE WS-UNBANKED-AMOUNT  TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "BANK CREDITS NEVER POSTED:" TO TOT-LABEL.
           MOVE WS-UNPOSTED-COUNT   TO TOT-COUNT.
           MOVE WS-UNPOSTED-AMOUNT  TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "SUSPENSE RELEASES (BANKED EARLIER):" TO TOT-LABEL.
           MOVE WS-RELEASED-COUNT   TO TOT-COUNT.
           MOVE WS-RELEASED-AMOUNT  TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "STATEMENT ENTRIES NOT DEPOSITS:" TO TOT-LABEL.
           MOVE WS-OTHER-ENTRY-COUNT TO TOT-COUNT.
           MOVE 0                   TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "BANK LESS POSTED DIFFERENCE:" TO TOT-LABEL.
           MOVE 0                   TO TOT-COUNT.
           MOVE WS-RECON-DIFFERENCE TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.

       PRINT-TOTAL-LINE.
           MOVE BANKREC-TOTAL-LINE TO PRINT-TEXT.
           PERFORM PRINT-BANKREC-HEADING-LINE.

       CONSUME-BANK-STATEMENT.
      *    Reconciled means reconciled - the statement moves to a
      *    dated archive and bankstmt.dat is truncated, the same
      *    consume pattern the lockbox import uses.
           MOVE WS-TODAY-RUN-DATE TO WS-BSPROC-DATE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT BANK-STATEMENT-FILE.
           OPEN EXTEND PROCESSED-STATEMENT-FILE.
           IF PROCESSED-STATEMENT-STATUS = "05" OR "35"
               OPEN OUTPUT PROCESSED-STATEMENT-FILE
           END-IF.
           PERFORM READ-BANK-STATEMENT.
           PERFORM ARCHIVE-ONE-STATEMENT-ENTRY
               UNTIL END-OF-STATEMENT.
           CLOSE BANK-STATEMENT-FILE.
           CLOSE PROCESSED-STATEMENT-FILE.
           OPEN OUTPUT BANK-STATEMENT-FILE.
           CLOSE BANK-STATEMENT-FILE.

       ARCHIVE-ONE-STATEMENT-ENTRY.
           MOVE BANK-STATEMENT-RECORD TO PROCESSED-STATEMENT-RECORD.
           WRITE PROCESSED-STATEMENT-RECORD.
           PERFORM READ-BANK-STATEMENT.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY ALERTPD.
