       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMRUN.
      ******************************************************************
      * Purpose: Monthly sales commission run. Runs at month end
      *          ahead of the customer statements (CUSTSTMT), while
      *          the month-to-date billing file (ordmtd.dat) still
      *          holds every line the statements are about to bill.
      *          Each shipped line is credited to the rep stamped on
      *          it at ship release - a line shipped before reps were
      *          stamped is looked up on custrep.dat as of its order
      *          date - and earns commission at its department's rate
      *          on comrate.dat; finance-charge lines are not sales
      *          and earn nothing. The month's chargebacks
      *          (comchgbk.dat) are then taken back from the rep who
      *          owned the customer on the day each was posted: a
      *          return credit at its department's rate, a bad-debt
      *          write-off at the WRITE-OFF rate.
      *
      *          Prints one statement per rep, page-broken, listing
      *          every sale, return and write-off with the rate and
      *          commission, then net sales, commission earned,
      *          chargebacks and commission payable; then a payroll
      *          summary page, one line per rep with the employee
      *          number, which is also written to commpay.dat for
      *          payroll. House accounts (no rep) earn nothing and
      *          show as one total on the summary. A rep on the
      *          lines but not on the salesperson master still gets
      *          a statement, but raises an operator alert and ends
      *          the step RC-WARNING so payroll does not pay blind.
      *          The chargeback file is closed out after the run, so
      *          each is charged back exactly once; the billing file
      *          is left for CUSTSTMT to close out. Only lines and
      *          chargebacks dated on or before the run's business
      *          date count: a month-end the readiness gate held is
      *          released on a later night, after the daily steps
      *          have appended the new month's, and those are left
      *          for next month - the lines on the billing file, the
      *          chargebacks written back to the chargeback file.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTD-ORDER-FILE ASSIGN TO "ordmtd.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MTD-ORDER-STATUS.

           COPY CMCBSEL.

           SELECT CHARGEBACK-CARRY-FILE ASSIGN TO "comchgbk.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHARGEBACK-CARRY-STATUS.

           COPY SLSPSEL.
           COPY CREPSEL.
           COPY CMRTSEL.
           COPY CMPYSEL.

           SELECT PRINT-FILE ASSIGN TO "commrun.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "commrun.srt".

           COPY ALERTSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  MTD-ORDER-FILE.
           COPY ORDMREC.

       FD  CHARGEBACK-FILE.
           COPY CMCBREC.

       FD  CHARGEBACK-CARRY-FILE.
       01  CHARGEBACK-CARRY-RECORD PIC X(38).

       FD  SALESPERSON-FILE.
           COPY SLSPREC.

       FD  CUSTOMER-REP-FILE.
           COPY CREPREC.

       FD  COMMISSION-RATE-FILE.
           COPY CMRTREC.

       FD  COMMISSION-PAY-FILE.
           COPY CMPYREC.

      *    One entry per sale, return credit or write-off, already
      *    resolved to its rep and priced at its rate, so the
      *    statements print straight from the sort.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-SALESPERSON-ID   PIC X(6).
           05  SR-CUSTOMER-ID      PIC X(10).
           05  SR-ENTRY-DATE       PIC 9(8).
           05  SR-ORDER-NUMBER     PIC 9(8).
           05  SR-ENTRY-TYPE       PIC X.
               88  SR-SALE                     VALUE "S".
               88  SR-RETURN-CREDIT            VALUE "R".
               88  SR-WRITE-OFF                VALUE "W".
           05  SR-DEPARTMENT       PIC X(10).
           05  SR-BASE-AMOUNT      PIC S9(9)V99.
           05  SR-RATE             PIC 9V9999.
           05  SR-COMMISSION       PIC S9(7)V99.

           COPY PRTRECFD.
           COPY ALERTFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  MTD-ORDER-STATUS        PIC XX.
       01  CHARGEBACK-STATUS       PIC XX.
       01  CHARGEBACK-CARRY-STATUS PIC XX.
       01  SALESPERSON-STATUS      PIC XX.
       01  COMMISSION-RATE-STATUS  PIC XX.
       01  COMMISSION-PAY-STATUS   PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-THIS-FILE                VALUE "Y".
       01  WS-SORT-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SORTED-ENTRIES           VALUE "Y".
       01  WS-FIRST-RECORD-SWITCH  PIC X       VALUE "Y".
           88  FIRST-RECORD-NOT-READ           VALUE "Y".
       01  WS-SALESPERSON-OPEN-SWITCH PIC X    VALUE "N".
           88  SALESPERSON-FILE-OPEN           VALUE "Y".
       01  WS-RATE-OPEN-SWITCH     PIC X       VALUE "N".
           88  RATE-FILE-OPEN                  VALUE "Y".
       01  WS-HOUSE-SWITCH         PIC X       VALUE "N".
           88  HOUSE-ACCOUNT                   VALUE "Y".
       01  WS-REP-FOUND-SWITCH     PIC X       VALUE "N".
           88  REP-ON-MASTER                   VALUE "Y".
       01  WS-COMMISSION-PERIOD    PIC 9(6).
       01  WS-PREV-SALESPERSON-ID  PIC X(6)    VALUE SPACES.
       01  WS-RATE-DEPARTMENT      PIC X(10).
       01  WS-RATE                 PIC 9V9999.
       01  WS-STATEMENT-COUNT      PIC 9(5)    VALUE 0.
       01  WS-UNKNOWN-REP-COUNT    PIC 9(5)    VALUE 0.
       01  WS-SALE-COUNT           PIC 9(6)    VALUE 0.
       01  WS-CHARGEBACK-COUNT     PIC 9(6)    VALUE 0.
       01  WS-LATER-SALE-COUNT     PIC 9(6)    VALUE 0.
       01  WS-CARRIED-COUNT        PIC 9(6)    VALUE 0.
       01  WS-REP-SALES            PIC S9(9)V99.
       01  WS-REP-RETURNS          PIC S9(9)V99.
       01  WS-REP-NET-SALES        PIC S9(9)V99.
       01  WS-REP-EARNED           PIC S9(7)V99.
       01  WS-REP-CHARGEBACK       PIC S9(7)V99.
       01  WS-REP-PAYABLE          PIC S9(7)V99.
       01  WS-HOUSE-NET-SALES      PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-NET-SALES      PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-CHARGEBACK     PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-PAYABLE        PIC S9(9)V99 VALUE 0.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY ALERTWS.
           COPY RUNLOGWS.
           COPY CREPWS.

       01  STMT-REP-LINE.
           05  FILLER              PIC X(22) VALUE
               "COMMISSION STATEMENT: ".
           05  HDR-NAME            PIC X(30).
           05  FILLER              PIC X(7)  VALUE "  REP: ".
           05  HDR-SALESPERSON-ID  PIC X(6).
           05  FILLER              PIC X(10) VALUE "  PERIOD: ".
           05  HDR-PERIOD          PIC 9(6).
           05  FILLER              PIC X(12) VALUE "  EMPLOYEE: ".
           05  HDR-EMPLOYEE-ID     PIC X(5).
           05  FILLER              PIC X(34) VALUE SPACES.

       01  STMT-COLUMN-HEADINGS.
           05  FILLER              PIC X(10) VALUE "TYPE".
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(12) VALUE "DEPARTMENT".
           05  FILLER              PIC X(10) VALUE "ORDER".
           05  FILLER              PIC X(10) VALUE "DATE".
           05  FILLER              PIC X(16) VALUE "       AMOUNT".
           05  FILLER              PIC X(8)  VALUE "RATE %".
           05  FILLER              PIC X(54) VALUE "  COMMISSION".

       01  STMT-DETAIL-LINE.
           05  DTL-TYPE            PIC X(10).
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-DEPARTMENT      PIC X(12).
           05  DTL-ORDER-NUMBER    PIC 9(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-ENTRY-DATE      PIC 9(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-AMOUNT          PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC XXX   VALUE SPACES.
           05  DTL-RATE            PIC Z9.99.
           05  FILLER              PIC XXX   VALUE SPACES.
           05  DTL-COMMISSION      PIC ZZZZZZ9.99-.
           05  FILLER              PIC X(43) VALUE SPACES.

       01  STMT-TOTAL-LINE.
           05  TOT-LABEL           PIC X(30).
           05  TOT-AMOUNT          PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(89) VALUE SPACES.

       01  SUMMARY-TITLE-LINE.
           05  FILLER              PIC X(37) VALUE
               "COMMISSION PAYROLL SUMMARY - PERIOD ".
           05  SUM-PERIOD          PIC 9(6).
           05  FILLER              PIC X(89) VALUE SPACES.

       01  SUMMARY-COLUMN-HEADINGS.
           05  FILLER              PIC X(8)  VALUE "REP".
           05  FILLER              PIC X(32) VALUE "NAME".
           05  FILLER              PIC X(10) VALUE "EMPLOYEE".
           05  FILLER              PIC X(15) VALUE "     NET SALES".
           05  FILLER              PIC X(14) VALUE "  CHARGEBACKS".
           05  FILLER              PIC X(53) VALUE "     PAYABLE".

       01  SUMMARY-DETAIL-LINE.
           05  SUM-SALESPERSON-ID  PIC X(6).
           05  FILLER              PIC XX    VALUE SPACES.
           05  SUM-NAME            PIC X(30).
           05  FILLER              PIC XX    VALUE SPACES.
           05  SUM-EMPLOYEE-ID     PIC X(5).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  SUM-NET-SALES       PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  SUM-CHARGEBACK      PIC ZZZZZZ9.99-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  SUM-PAYABLE         PIC ZZZZZZ9.99-.
           05  FILLER              PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "COMMRUN" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-COMMISSION-PERIOD.
           PERFORM OPEN-REFERENCE-FILES.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT COMMISSION-PAY-FILE.
           MOVE "COMMRUN" TO RPT-PROGRAM-NAME.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-SALESPERSON-ID
                                SR-CUSTOMER-ID
                                SR-ENTRY-DATE
                                SR-ORDER-NUMBER
               INPUT PROCEDURE IS RELEASE-ALL-ENTRIES
               OUTPUT PROCEDURE IS PRINT-ALL-STATEMENTS.
           CLOSE COMMISSION-PAY-FILE.
           PERFORM PRINT-PAYROLL-SUMMARY.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           IF SALESPERSON-FILE-OPEN
               CLOSE SALESPERSON-FILE
           END-IF.
           IF RP-WS-FILE-OPEN
               CLOSE CUSTOMER-REP-FILE
           END-IF.
           IF RATE-FILE-OPEN
               CLOSE COMMISSION-RATE-FILE
           END-IF.
      *    Charged back means charged back - the chargeback file
      *    starts over for next month, holding only the chargebacks
      *    carried forward.
           PERFORM CARRY-FORWARD-CHARGEBACKS.
           DISPLAY "COMMISSION RUN COMPLETE - " WS-STATEMENT-COUNT
               " STATEMENTS, " WS-SALE-COUNT " SALES LINES, "
               WS-CHARGEBACK-COUNT " CHARGEBACKS".
           DISPLAY "LEFT FOR NEXT MONTH - " WS-LATER-SALE-COUNT
               " SALES LINES, " WS-CARRIED-COUNT " CHARGEBACKS".
           IF WS-UNKNOWN-REP-COUNT > 0
               MOVE "WARN"    TO OA-SEVERITY
               MOVE "COMMRUN" TO OA-PROGRAM-NAME
               MOVE "REP ON ORDER LINES NOT ON SALESPERSON FILE"
                   TO OA-MESSAGE-TEXT
               PERFORM WRITE-OPERATOR-ALERT
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-REFERENCE-FILES.
      *    A missing master, assignment or rate file is not an
      *    error - the lines still print, as house accounts or at
      *    no commission.
           OPEN INPUT SALESPERSON-FILE.
           IF SALESPERSON-STATUS = "00"
               MOVE "Y" TO WS-SALESPERSON-OPEN-SWITCH
           END-IF.
           OPEN INPUT CUSTOMER-REP-FILE.
           IF CUSTOMER-REP-STATUS = "00"
               MOVE "Y" TO RP-WS-FILE-SWITCH
           END-IF.
           OPEN INPUT COMMISSION-RATE-FILE.
           IF COMMISSION-RATE-STATUS = "00"
               MOVE "Y" TO WS-RATE-OPEN-SWITCH
           END-IF.

      ******************************************************************
      * Sort input - the month's sales, then its chargebacks
      ******************************************************************
       RELEASE-ALL-ENTRIES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT MTD-ORDER-FILE.
           IF MTD-ORDER-STATUS = "00"
               PERFORM RELEASE-ONE-SALE
                   UNTIL END-OF-THIS-FILE
               CLOSE MTD-ORDER-FILE
           ELSE
               DISPLAY "NO MONTH-TO-DATE ORDER FILE - NO SALES"
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN OUTPUT CHARGEBACK-CARRY-FILE.
           OPEN INPUT CHARGEBACK-FILE.
           IF CHARGEBACK-STATUS = "00"
               PERFORM RELEASE-ONE-CHARGEBACK
                   UNTIL END-OF-THIS-FILE
               CLOSE CHARGEBACK-FILE
           ELSE
               DISPLAY "NO CHARGEBACK FILE - NO CHARGEBACKS"
           END-IF.
           CLOSE CHARGEBACK-CARRY-FILE.

       RELEASE-ONE-SALE.
           READ MTD-ORDER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM SELECT-ONE-SALE
           END-READ.

       SELECT-ONE-SALE.
      *    A line posted after the business date is next month's
      *    sale, appended while the month-end was held - whatever
      *    its order date, it is paid in the month it shipped.
           EVALUATE TRUE
               WHEN MO-DEPARTMENT = "FIN-CHG"
                   CONTINUE
               WHEN MO-POST-DATE > WS-BUSINESS-DATE
                   ADD 1 TO WS-LATER-SALE-COUNT
               WHEN OTHER
                   PERFORM BUILD-SALE-ENTRY
           END-EVALUATE.

       BUILD-SALE-ENTRY.
           ADD 1 TO WS-SALE-COUNT.
           MOVE MO-SALESPERSON-ID TO SR-SALESPERSON-ID.
           IF MO-SALESPERSON-ID = SPACES
               MOVE MO-CUSTOMER-ID TO RP-WS-CUSTOMER-ID
               MOVE MO-ORDER-DATE  TO RP-WS-AS-OF-DATE
               PERFORM FIND-CUSTOMER-REP
               MOVE RP-WS-SALESPERSON-ID TO SR-SALESPERSON-ID
           END-IF.
           MOVE MO-CUSTOMER-ID  TO SR-CUSTOMER-ID.
           MOVE MO-ORDER-DATE   TO SR-ENTRY-DATE.
           MOVE MO-ORDER-NUMBER TO SR-ORDER-NUMBER.
           MOVE "S"             TO SR-ENTRY-TYPE.
           MOVE MO-DEPARTMENT   TO SR-DEPARTMENT.
           COMPUTE SR-BASE-AMOUNT = MO-QUANTITY * MO-UNIT-PRICE.
           MOVE MO-DEPARTMENT TO WS-RATE-DEPARTMENT.
           PERFORM FIND-COMMISSION-RATE.
           MOVE WS-RATE TO SR-RATE.
           COMPUTE SR-COMMISSION ROUNDED = SR-BASE-AMOUNT * SR-RATE.
           RELEASE SORT-WORK-RECORD.

       RELEASE-ONE-CHARGEBACK.
           READ CHARGEBACK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF RB-ENTRY-DATE > WS-BUSINESS-DATE
                       MOVE CHARGEBACK-RECORD
                           TO CHARGEBACK-CARRY-RECORD
                       WRITE CHARGEBACK-CARRY-RECORD
                       ADD 1 TO WS-CARRIED-COUNT
                   ELSE
                       PERFORM BUILD-CHARGEBACK-ENTRY
                   END-IF
           END-READ.

       BUILD-CHARGEBACK-ENTRY.
      *    Charged to whoever owned the account the day the credit
      *    or write-off was posted.
           ADD 1 TO WS-CHARGEBACK-COUNT.
           MOVE RB-CUSTOMER-ID TO RP-WS-CUSTOMER-ID.
           MOVE RB-ENTRY-DATE  TO RP-WS-AS-OF-DATE.
           PERFORM FIND-CUSTOMER-REP.
           MOVE RP-WS-SALESPERSON-ID TO SR-SALESPERSON-ID.
           MOVE RB-CUSTOMER-ID TO SR-CUSTOMER-ID.
           MOVE RB-ENTRY-DATE  TO SR-ENTRY-DATE.
           MOVE 0              TO SR-ORDER-NUMBER.
           MOVE RB-DEPARTMENT  TO SR-DEPARTMENT.
           IF RB-WRITE-OFF
               MOVE "W"         TO SR-ENTRY-TYPE
               MOVE "WRITE-OFF" TO WS-RATE-DEPARTMENT
           ELSE
               MOVE "R"           TO SR-ENTRY-TYPE
               MOVE RB-DEPARTMENT TO WS-RATE-DEPARTMENT
           END-IF.
           COMPUTE SR-BASE-AMOUNT = 0 - RB-AMOUNT.
           PERFORM FIND-COMMISSION-RATE.
           MOVE WS-RATE TO SR-RATE.
           COMPUTE SR-COMMISSION ROUNDED = SR-BASE-AMOUNT * SR-RATE.
           RELEASE SORT-WORK-RECORD.

       CARRY-FORWARD-CHARGEBACKS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CHARGEBACK-CARRY-FILE.
           OPEN OUTPUT CHARGEBACK-FILE.
           PERFORM COPY-ONE-CARRIED-CHARGEBACK
               UNTIL END-OF-THIS-FILE.
           CLOSE CHARGEBACK-CARRY-FILE.
           CLOSE CHARGEBACK-FILE.

       COPY-ONE-CARRIED-CHARGEBACK.
           READ CHARGEBACK-CARRY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE CHARGEBACK-CARRY-RECORD TO CHARGEBACK-RECORD
                   WRITE CHARGEBACK-RECORD
           END-READ.

       FIND-COMMISSION-RATE.
      *    No rate on file pays no commission.
           MOVE 0 TO WS-RATE.
           IF RATE-FILE-OPEN
               MOVE WS-RATE-DEPARTMENT TO CP-DEPARTMENT
               READ COMMISSION-RATE-FILE
                   KEY IS CP-DEPARTMENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CP-RATE TO WS-RATE
               END-READ
           END-IF.

      ******************************************************************
      * Sort output - one statement per rep
      ******************************************************************
       PRINT-ALL-STATEMENTS.
           PERFORM RETURN-SORTED-ENTRY.
           PERFORM STATEMENT-ONE-ENTRY
               UNTIL END-OF-SORTED-ENTRIES.
           IF NOT FIRST-RECORD-NOT-READ
               PERFORM FINISH-REP-STATEMENT
           END-IF.

       RETURN-SORTED-ENTRY.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       STATEMENT-ONE-ENTRY.
           IF FIRST-RECORD-NOT-READ
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               PERFORM START-REP-STATEMENT
           ELSE
               IF SR-SALESPERSON-ID NOT = WS-PREV-SALESPERSON-ID
                   PERFORM FINISH-REP-STATEMENT
                   PERFORM START-REP-STATEMENT
               END-IF
           END-IF.
           PERFORM ACCUMULATE-ONE-ENTRY.
           IF NOT HOUSE-ACCOUNT
               PERFORM PRINT-STATEMENT-DETAIL
           END-IF.
           PERFORM RETURN-SORTED-ENTRY.

       START-REP-STATEMENT.
           MOVE SR-SALESPERSON-ID TO WS-PREV-SALESPERSON-ID.
           MOVE 0 TO WS-REP-SALES.
           MOVE 0 TO WS-REP-RETURNS.
           MOVE 0 TO WS-REP-EARNED.
           MOVE 0 TO WS-REP-CHARGEBACK.
      *    Blank sorts first - the house accounts, which earn no
      *    one anything and get no statement.
           IF SR-SALESPERSON-ID = SPACES
               MOVE "Y" TO WS-HOUSE-SWITCH
           ELSE
               MOVE "N" TO WS-HOUSE-SWITCH
               PERFORM READ-SALESPERSON
               PERFORM PRINT-STATEMENT-HEADING
           END-IF.

       READ-SALESPERSON.
           MOVE SR-SALESPERSON-ID TO SL-SALESPERSON-ID.
           MOVE "N" TO WS-REP-FOUND-SWITCH.
           IF SALESPERSON-FILE-OPEN
               READ SALESPERSON-FILE
                   KEY IS SL-SALESPERSON-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-REP-FOUND-SWITCH
               END-READ
           END-IF.
           IF NOT REP-ON-MASTER
               ADD 1 TO WS-UNKNOWN-REP-COUNT
               MOVE "** NOT ON SALESPERSON FILE **" TO SL-NAME
               MOVE 0 TO SL-EMPLOYEE-ID
           END-IF.

       ACCUMULATE-ONE-ENTRY.
      *    Write-offs are bad debts, not lost sales - they take
      *    commission back but leave net sales alone.
           EVALUATE TRUE
               WHEN SR-SALE
                   ADD SR-BASE-AMOUNT TO WS-REP-SALES
                   ADD SR-COMMISSION  TO WS-REP-EARNED
               WHEN SR-RETURN-CREDIT
                   ADD SR-BASE-AMOUNT TO WS-REP-RETURNS
                   SUBTRACT SR-COMMISSION FROM WS-REP-CHARGEBACK
               WHEN OTHER
                   SUBTRACT SR-COMMISSION FROM WS-REP-CHARGEBACK
           END-EVALUATE.

       PRINT-STATEMENT-HEADING.
      *    Each rep's statement starts on its own page; the first
      *    takes page 1 as-is.
           ADD 1 TO WS-STATEMENT-COUNT.
           IF WS-STATEMENT-COUNT > 1
               ADD 1 TO RPT-PAGE-NUMBER
           END-IF.
           PERFORM PRINT-REPORT-HEADER.
           MOVE SL-NAME              TO HDR-NAME.
           MOVE SR-SALESPERSON-ID    TO HDR-SALESPERSON-ID.
           MOVE WS-COMMISSION-PERIOD TO HDR-PERIOD.
           IF SL-EMPLOYEE-ID = 0
               MOVE "AGENT" TO HDR-EMPLOYEE-ID
           ELSE
               MOVE SL-EMPLOYEE-ID TO HDR-EMPLOYEE-ID
           END-IF.
           MOVE " " TO PRINT-CC.
           MOVE STMT-REP-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE STMT-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       PRINT-STATEMENT-DETAIL.
           EVALUATE TRUE
               WHEN SR-SALE
                   MOVE "SALE"      TO DTL-TYPE
               WHEN SR-RETURN-CREDIT
                   MOVE "RETURN"    TO DTL-TYPE
               WHEN OTHER
                   MOVE "WRITE-OFF" TO DTL-TYPE
           END-EVALUATE.
           MOVE SR-CUSTOMER-ID  TO DTL-CUSTOMER-ID.
           MOVE SR-DEPARTMENT   TO DTL-DEPARTMENT.
           MOVE SR-ORDER-NUMBER TO DTL-ORDER-NUMBER.
           MOVE SR-ENTRY-DATE   TO DTL-ENTRY-DATE.
           MOVE SR-BASE-AMOUNT  TO DTL-AMOUNT.
           COMPUTE DTL-RATE = SR-RATE * 100.
           MOVE SR-COMMISSION   TO DTL-COMMISSION.
           MOVE " " TO PRINT-CC.
           MOVE STMT-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       FINISH-REP-STATEMENT.
           COMPUTE WS-REP-NET-SALES = WS-REP-SALES + WS-REP-RETURNS.
           IF HOUSE-ACCOUNT
               ADD WS-REP-NET-SALES TO WS-HOUSE-NET-SALES
           ELSE
               COMPUTE WS-REP-PAYABLE =
                   WS-REP-EARNED - WS-REP-CHARGEBACK
               PERFORM PRINT-REP-TOTALS
               PERFORM WRITE-COMMISSION-PAY
           END-IF.

       PRINT-REP-TOTALS.
           MOVE "SALES:"                TO TOT-LABEL.
           MOVE WS-REP-SALES            TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "RETURN CREDITS:"       TO TOT-LABEL.
           MOVE WS-REP-RETURNS          TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "NET SALES:"            TO TOT-LABEL.
           MOVE WS-REP-NET-SALES        TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "COMMISSION EARNED:"    TO TOT-LABEL.
           MOVE WS-REP-EARNED           TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "LESS CHARGEBACKS:"     TO TOT-LABEL.
           MOVE WS-REP-CHARGEBACK       TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "COMMISSION PAYABLE:"   TO TOT-LABEL.
           MOVE WS-REP-PAYABLE          TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.

       PRINT-ONE-TOTAL.
           MOVE " " TO PRINT-CC.
           MOVE STMT-TOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       WRITE-COMMISSION-PAY.
           MOVE WS-PREV-SALESPERSON-ID TO CM-SALESPERSON-ID.
           MOVE SL-EMPLOYEE-ID         TO CM-EMPLOYEE-ID.
           MOVE WS-COMMISSION-PERIOD   TO CM-PERIOD.
           MOVE WS-REP-NET-SALES       TO CM-NET-SALES.
           MOVE WS-REP-CHARGEBACK      TO CM-CHARGEBACK-AMOUNT.
           MOVE WS-REP-PAYABLE         TO CM-COMMISSION-AMOUNT.
           WRITE COMMISSION-PAY-RECORD.

      ******************************************************************
      * Payroll summary - read back from the file payroll receives,
      * so the printed page and the file always agree
      ******************************************************************
       PRINT-PAYROLL-SUMMARY.
           IF WS-STATEMENT-COUNT > 0
               ADD 1 TO RPT-PAGE-NUMBER
           END-IF.
           PERFORM PRINT-REPORT-HEADER.
           MOVE WS-COMMISSION-PERIOD TO SUM-PERIOD.
           MOVE " " TO PRINT-CC.
           MOVE SUMMARY-TITLE-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE SUMMARY-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT COMMISSION-PAY-FILE.
           PERFORM PRINT-ONE-PAY-LINE
               UNTIL END-OF-THIS-FILE.
           CLOSE COMMISSION-PAY-FILE.
           MOVE "TOTAL NET SALES:"          TO TOT-LABEL.
           MOVE WS-TOTAL-NET-SALES          TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "TOTAL CHARGEBACKS:"        TO TOT-LABEL.
           MOVE WS-TOTAL-CHARGEBACK         TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "TOTAL COMMISSION PAYABLE:" TO TOT-LABEL.
           MOVE WS-TOTAL-PAYABLE            TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "HOUSE ACCOUNTS - NO REP:"  TO TOT-LABEL.
           MOVE WS-HOUSE-NET-SALES          TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.

       PRINT-ONE-PAY-LINE.
           READ COMMISSION-PAY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM PRINT-PAY-DETAIL
           END-READ.

       PRINT-PAY-DETAIL.
           ADD CM-NET-SALES         TO WS-TOTAL-NET-SALES.
           ADD CM-CHARGEBACK-AMOUNT TO WS-TOTAL-CHARGEBACK.
           ADD CM-COMMISSION-AMOUNT TO WS-TOTAL-PAYABLE.
           MOVE CM-SALESPERSON-ID TO SUM-SALESPERSON-ID.
           MOVE CM-SALESPERSON-ID TO SL-SALESPERSON-ID.
           MOVE SPACES TO SUM-NAME.
           IF SALESPERSON-FILE-OPEN
               READ SALESPERSON-FILE
                   KEY IS SL-SALESPERSON-ID
                   INVALID KEY
                       MOVE "** NOT ON SALESPERSON FILE **"
                           TO SUM-NAME
                   NOT INVALID KEY
                       MOVE SL-NAME TO SUM-NAME
               END-READ
           ELSE
               MOVE "** NOT ON SALESPERSON FILE **" TO SUM-NAME
           END-IF.
           IF CM-EMPLOYEE-ID = 0
               MOVE "AGENT" TO SUM-EMPLOYEE-ID
           ELSE
               MOVE CM-EMPLOYEE-ID TO SUM-EMPLOYEE-ID
           END-IF.
           MOVE CM-NET-SALES         TO SUM-NET-SALES.
           MOVE CM-CHARGEBACK-AMOUNT TO SUM-CHARGEBACK.
           MOVE CM-COMMISSION-AMOUNT TO SUM-PAYABLE.
           MOVE " " TO PRINT-CC.
           MOVE SUMMARY-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

           COPY RPTCTLPD.
           COPY ALERTPD.
           COPY RUNLOGPD.
           COPY CREPPD.
