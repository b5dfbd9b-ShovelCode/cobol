       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.
      ******************************************************************
      * Purpose: Quarterly customer profitability, off the customer
      *          profitability file the posting programs feed
      *          (custprof.dat). For each customer with activity in
      *          the quarter it prints gross sales at standard price
      *          (what ship release billed plus the agreement
      *          discount given off standard), return credits, the
      *          agreement discount, write-offs, finance charges
      *          assessed against those collected, the average days
      *          to pay from the last payment behavior analysis
      *          (payrate.dat), and the net contribution:
      *            gross - returns - agreement discount
      *                  - write-offs + finance charges collected.
      *          A finance charge assessed but never collected earns
      *          nothing, so only what was collected counts.
      *          The customer list prints in customer order, or - with
      *          BRANCH in the mode flag of the operator parameter
      *          card - by branch with a subtotal per branch. It is
      *          followed by the bottom 25 customers by net
      *          contribution, the accounts sales should renegotiate
      *          or drop. The quarter reported is the one holding the
      *          business date, or the run date on the parameter card
      *          when one is given. Runs on the last night of each
      *          quarter.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPRFSEL.
           COPY PBHVSEL.
           COPY PARMSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           SELECT PROFIT-WORK-FILE ASSIGN TO "custprof.wrk"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROFIT-WORK-STATUS.

           SELECT PRINT-FILE ASSIGN TO "custprof.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "custprof.srt".

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-PROFIT-FILE.
           COPY CPRFREC.

       FD  PAYMENT-BEHAVIOR-FILE.
           COPY PBHVREC.

           COPY PARMFD.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

      *    RW-SORT-BRANCH is the customer's branch in branch sequence
      *    and SPACES otherwise, so one sort key serves both orders.
       FD  PROFIT-WORK-FILE.
       01  PROFIT-WORK-RECORD.
           05  RW-SORT-BRANCH      PIC X(4).
           05  RW-CUSTOMER-ID      PIC X(10).
           05  RW-CUSTOMER-NAME    PIC X(30).
           05  RW-BRANCH-CODE      PIC X(4).
           05  RW-GROSS-SALES      PIC S9(11)V99.
           05  RW-RETURN-CREDITS   PIC S9(9)V99.
           05  RW-AGREEMENT-DISCOUNT PIC S9(9)V99.
           05  RW-WRITE-OFF-AMOUNT PIC S9(9)V99.
           05  RW-FINANCE-ASSESSED PIC S9(7)V99.
           05  RW-FINANCE-COLLECTED PIC S9(7)V99.
           05  RW-CONTRIBUTION     PIC S9(11)V99.
           05  RW-AVERAGE-DAYS     PIC 9(3).

      *    Field order mirrors the work file record - SORT ... USING
      *    copies records into this area byte for byte.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-SORT-BRANCH      PIC X(4).
           05  SR-CUSTOMER-ID      PIC X(10).
           05  SR-CUSTOMER-NAME    PIC X(30).
           05  SR-BRANCH-CODE      PIC X(4).
           05  SR-GROSS-SALES      PIC S9(11)V99.
           05  SR-RETURN-CREDITS   PIC S9(9)V99.
           05  SR-AGREEMENT-DISCOUNT PIC S9(9)V99.
           05  SR-WRITE-OFF-AMOUNT PIC S9(9)V99.
           05  SR-FINANCE-ASSESSED PIC S9(7)V99.
           05  SR-FINANCE-COLLECTED PIC S9(7)V99.
           05  SR-CONTRIBUTION     PIC S9(11)V99.
           05  SR-AVERAGE-DAYS     PIC 9(3).

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODE        PIC XX.
       01  PROFIT-WORK-STATUS      PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-PROFIT-FILE              VALUE "Y".
       01  WS-SORT-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SORTED-CUSTOMERS         VALUE "Y".
       01  WS-CUSTOMER-OPEN-SWITCH PIC X       VALUE "N".
           88  CUSTOMER-FILE-OPEN              VALUE "Y".
       01  WS-BEHAVIOR-OPEN-SWITCH PIC X       VALUE "N".
           88  BEHAVIOR-FILE-OPEN              VALUE "Y".
       01  WS-SEQUENCE-SWITCH      PIC X       VALUE "C".
           88  BRANCH-SEQUENCE                 VALUE "B".
       01  WS-BOTTOM-COUNT         PIC 9(3)    VALUE 25.
       01  WS-RANK                 PIC 9(3).
       01  WS-CUSTOMER-COUNT       PIC 9(6)    VALUE 0.
       01  WS-PREV-CUSTOMER-ID     PIC X(10)   VALUE SPACES.
       01  WS-PREV-BRANCH          PIC X(4).
       01  WS-REPORT-DATE          PIC 9(8).
       01  WS-QUARTER-START-PERIOD PIC 9(6).
       01  WS-QUARTER-END-PERIOD   PIC 9(6).
       01  WS-PERIOD-PARTS.
           05  WS-PERIOD-YEAR      PIC 9(4).
           05  WS-PERIOD-MONTH     PIC 9(2).
       01  WS-QUARTER-NUMBER       PIC 9.
       01  WS-MONTH-WORK           PIC 9(2).

       01  WS-BRANCH-TOTALS.
           05  WS-BR-GROSS-SALES   PIC S9(11)V99.
           05  WS-BR-RETURN-CREDITS PIC S9(11)V99.
           05  WS-BR-AGREEMENT-DISCOUNT PIC S9(11)V99.
           05  WS-BR-WRITE-OFF-AMOUNT PIC S9(11)V99.
           05  WS-BR-FINANCE-ASSESSED PIC S9(11)V99.
           05  WS-BR-FINANCE-COLLECTED PIC S9(11)V99.
           05  WS-BR-CONTRIBUTION  PIC S9(11)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GR-GROSS-SALES   PIC S9(11)V99 VALUE 0.
           05  WS-GR-RETURN-CREDITS PIC S9(11)V99 VALUE 0.
           05  WS-GR-AGREEMENT-DISCOUNT PIC S9(11)V99 VALUE 0.
           05  WS-GR-WRITE-OFF-AMOUNT PIC S9(11)V99 VALUE 0.
           05  WS-GR-FINANCE-ASSESSED PIC S9(11)V99 VALUE 0.
           05  WS-GR-FINANCE-COLLECTED PIC S9(11)V99 VALUE 0.
           05  WS-GR-CONTRIBUTION  PIC S9(11)V99 VALUE 0.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY CPRFWS.
           COPY PBHVWS.
           COPY PARMWS.

       01  PROFIT-TITLE-LINE.
           05  PRF-TITLE           PIC X(60).
           05  FILLER              PIC X(9)  VALUE "QUARTER: ".
           05  PRF-START-PERIOD    PIC 9(6).
           05  FILLER              PIC X(3)  VALUE " - ".
           05  PRF-END-PERIOD      PIC 9(6).
           05  FILLER              PIC X(48) VALUE SPACES.

       01  PROFIT-COLUMN-HEADINGS.
           05  FILLER              PIC X(11) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(19) VALUE "NAME".
           05  FILLER              PIC X(5)  VALUE "BRCH".
           05  FILLER              PIC X(13) VALUE "  GROSS SALES".
           05  FILLER              PIC X(13) VALUE "      RETURNS".
           05  FILLER              PIC X(13) VALUE "  AGMT DISCNT".
           05  FILLER              PIC X(13) VALUE "   WRITE-OFFS".
           05  FILLER              PIC X(13) VALUE "  FIN CHG ASD".
           05  FILLER              PIC X(13) VALUE "  FIN CHG COL".
           05  FILLER              PIC X(13) VALUE " CONTRIBUTION".
           05  FILLER              PIC X(6)  VALUE "  DAYS".

       01  PROFIT-DETAIL-LINE.
           05  DTL-CUSTOMER-ID     PIC X(11).
           05  DTL-NAME            PIC X(18).
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-BRANCH          PIC X(5).
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-GROSS-SALES     PIC ZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-RETURN-CREDITS  PIC ZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-AGREEMENT-DISCOUNT PIC ZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-WRITE-OFF-AMOUNT PIC ZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-FINANCE-ASSESSED PIC ZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-FINANCE-COLLECTED PIC ZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-CONTRIBUTION    PIC ZZZZZZZ9.99-.
           05  FILLER              PIC XXX   VALUE SPACES.
           05  DTL-AVERAGE-DAYS    PIC ZZ9.

       01  PROFIT-TOTAL-LINE.
           05  TOT-LABEL           PIC X(35).
           05  FILLER              PIC X     VALUE SPACE.
           05  TOT-GROSS-SALES     PIC ZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  TOT-RETURN-CREDITS  PIC ZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  TOT-AGREEMENT-DISCOUNT PIC ZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  TOT-WRITE-OFF-AMOUNT PIC ZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  TOT-FINANCE-ASSESSED PIC ZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  TOT-FINANCE-COLLECTED PIC ZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  TOT-CONTRIBUTION    PIC ZZZZZZZ9.99-.
           05  FILLER              PIC X(6)  VALUE SPACES.

       01  PROFIT-NONE-LINE.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  NON-TEXT            PIC X(60).
           05  FILLER              PIC X(66) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "CUSTPROF" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-PARAMETER-CARD.
           PERFORM SET-REPORT-QUARTER.
           OPEN INPUT CUST-PROFIT-FILE.
           IF CUST-PROFIT-STATUS NOT = "00"
               DISPLAY "NO CUSTOMER PROFITABILITY FILE - NOTHING TO "
                   "REPORT"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF FILE-STATUS-CODE = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN-SWITCH
           END-IF.
      *    No behavior file yet means no days-to-pay figure - the
      *    column prints zero rather than holding up the report.
           OPEN INPUT PAYMENT-BEHAVIOR-FILE.
           IF PAYMENT-BEHAVIOR-STATUS = "00"
               MOVE "Y" TO WS-BEHAVIOR-OPEN-SWITCH
           END-IF.
           OPEN OUTPUT PROFIT-WORK-FILE.
           PERFORM READ-PROFIT-RECORD.
           PERFORM TOTAL-ONE-CUSTOMER
               UNTIL END-OF-PROFIT-FILE.
           CLOSE CUST-PROFIT-FILE.
           CLOSE PROFIT-WORK-FILE.
           IF CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF.
           IF BEHAVIOR-FILE-OPEN
               CLOSE PAYMENT-BEHAVIOR-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "CUSTPROF" TO RPT-PROGRAM-NAME.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-SORT-BRANCH
               ON ASCENDING KEY SR-CUSTOMER-ID
               USING PROFIT-WORK-FILE
               OUTPUT PROCEDURE IS PRINT-CUSTOMER-LIST.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CONTRIBUTION
               ON ASCENDING KEY SR-CUSTOMER-ID
               USING PROFIT-WORK-FILE
               OUTPUT PROCEDURE IS PRINT-BOTTOM-CUSTOMERS.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           DISPLAY "CUSTOMER PROFITABILITY COMPLETE - "
               WS-CUSTOMER-COUNT " CUSTOMERS FOR QUARTER "
               WS-QUARTER-START-PERIOD "-" WS-QUARTER-END-PERIOD.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       SET-REPORT-QUARTER.
      *    The quarter holding the report date - months 1-3, 4-6,
      *    7-9 or 10-12 of its year.
           MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE.
           IF PARM-RUN-DATE-OVERRIDE NOT = 0
               MOVE PARM-RUN-DATE-OVERRIDE TO WS-REPORT-DATE
           END-IF.
           IF PARM-MODE-FLAG = "BRANCH"
               MOVE "B" TO WS-SEQUENCE-SWITCH
           END-IF.
           MOVE WS-REPORT-DATE (1:6) TO WS-PERIOD-PARTS.
           ADD 2 TO WS-PERIOD-MONTH GIVING WS-MONTH-WORK.
           DIVIDE WS-MONTH-WORK BY 3 GIVING WS-QUARTER-NUMBER.
           MULTIPLY WS-QUARTER-NUMBER BY 3 GIVING WS-PERIOD-MONTH.
           MOVE WS-PERIOD-PARTS TO WS-QUARTER-END-PERIOD.
           SUBTRACT 2 FROM WS-PERIOD-MONTH.
           MOVE WS-PERIOD-PARTS TO WS-QUARTER-START-PERIOD.

      ******************************************************************
      * Pass 1 - one work record per customer active in the quarter
      ******************************************************************
       READ-PROFIT-RECORD.
           READ CUST-PROFIT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       TOTAL-ONE-CUSTOMER.
           MOVE PF-CUSTOMER-ID TO WS-PREV-CUSTOMER-ID.
           MOVE PF-CUSTOMER-ID TO RW-CUSTOMER-ID.
           MOVE 0 TO RW-GROSS-SALES.
           MOVE 0 TO RW-RETURN-CREDITS.
           MOVE 0 TO RW-AGREEMENT-DISCOUNT.
           MOVE 0 TO RW-WRITE-OFF-AMOUNT.
           MOVE 0 TO RW-FINANCE-ASSESSED.
           MOVE 0 TO RW-FINANCE-COLLECTED.
           PERFORM ADD-ONE-PERIOD
               UNTIL END-OF-PROFIT-FILE
                  OR PF-CUSTOMER-ID NOT = WS-PREV-CUSTOMER-ID.
           IF RW-GROSS-SALES NOT = 0
               OR RW-RETURN-CREDITS NOT = 0
               OR RW-AGREEMENT-DISCOUNT NOT = 0
               OR RW-WRITE-OFF-AMOUNT NOT = 0
               OR RW-FINANCE-ASSESSED NOT = 0
               OR RW-FINANCE-COLLECTED NOT = 0
               PERFORM WRITE-PROFIT-WORK-RECORD
           END-IF.

       ADD-ONE-PERIOD.
           IF PF-PERIOD NOT < WS-QUARTER-START-PERIOD
               AND PF-PERIOD NOT > WS-QUARTER-END-PERIOD
               ADD PF-GROSS-SALES        TO RW-GROSS-SALES
               ADD PF-AGREEMENT-DISCOUNT TO RW-GROSS-SALES
               ADD PF-RETURN-CREDITS     TO RW-RETURN-CREDITS
               ADD PF-AGREEMENT-DISCOUNT TO RW-AGREEMENT-DISCOUNT
               ADD PF-WRITE-OFF-AMOUNT   TO RW-WRITE-OFF-AMOUNT
               ADD PF-FINANCE-ASSESSED   TO RW-FINANCE-ASSESSED
               ADD PF-FINANCE-COLLECTED  TO RW-FINANCE-COLLECTED
           END-IF.
           PERFORM READ-PROFIT-RECORD.

       WRITE-PROFIT-WORK-RECORD.
      *    Customers since purged from the master still report,
      *    flagged as not on file, under a blank branch.
           MOVE "** NOT ON CUSTOMER FILE **" TO RW-CUSTOMER-NAME.
           MOVE SPACES TO RW-BRANCH-CODE.
           IF CUSTOMER-FILE-OPEN
               MOVE RW-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-FILE
                   KEY IS CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUSTOMER-NAME        TO RW-CUSTOMER-NAME
                       MOVE CUSTOMER-BRANCH-CODE TO RW-BRANCH-CODE
               END-READ
           END-IF.
           MOVE SPACES TO RW-SORT-BRANCH.
           IF BRANCH-SEQUENCE
               MOVE RW-BRANCH-CODE TO RW-SORT-BRANCH
           END-IF.
           MOVE 0 TO RW-AVERAGE-DAYS.
           IF BEHAVIOR-FILE-OPEN
               MOVE RW-CUSTOMER-ID TO PB-CUSTOMER-ID
               READ PAYMENT-BEHAVIOR-FILE
                   KEY IS PB-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PB-AVERAGE-DAYS TO RW-AVERAGE-DAYS
               END-READ
           END-IF.
           COMPUTE RW-CONTRIBUTION =
               RW-GROSS-SALES - RW-RETURN-CREDITS
               - RW-AGREEMENT-DISCOUNT - RW-WRITE-OFF-AMOUNT
               + RW-FINANCE-COLLECTED.
           ADD 1 TO WS-CUSTOMER-COUNT.
           WRITE PROFIT-WORK-RECORD.

      ******************************************************************
      * Pass 2 - every active customer, by customer or by branch
      ******************************************************************
       PRINT-CUSTOMER-LIST.
           PERFORM PRINT-REPORT-HEADER.
           IF BRANCH-SEQUENCE
               MOVE "CUSTOMER PROFITABILITY BY BRANCH" TO PRF-TITLE
           ELSE
               MOVE "CUSTOMER PROFITABILITY" TO PRF-TITLE
           END-IF.
           PERFORM PRINT-SECTION-HEADINGS.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM RETURN-SORTED-CUSTOMER.
           IF END-OF-SORTED-CUSTOMERS
               MOVE "NO CUSTOMER ACTIVITY THIS QUARTER" TO NON-TEXT
               PERFORM PRINT-NONE-LINE
           ELSE
               PERFORM PRINT-ONE-BRANCH
                   UNTIL END-OF-SORTED-CUSTOMERS
               PERFORM PRINT-GRAND-TOTAL
           END-IF.

       RETURN-SORTED-CUSTOMER.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

      *    In customer sequence every sort branch is SPACES, so the
      *    whole list is one "branch" and only the grand total prints.
       PRINT-ONE-BRANCH.
           MOVE SR-SORT-BRANCH TO WS-PREV-BRANCH.
           MOVE 0 TO WS-BR-GROSS-SALES.
           MOVE 0 TO WS-BR-RETURN-CREDITS.
           MOVE 0 TO WS-BR-AGREEMENT-DISCOUNT.
           MOVE 0 TO WS-BR-WRITE-OFF-AMOUNT.
           MOVE 0 TO WS-BR-FINANCE-ASSESSED.
           MOVE 0 TO WS-BR-FINANCE-COLLECTED.
           MOVE 0 TO WS-BR-CONTRIBUTION.
           PERFORM LIST-ONE-CUSTOMER
               UNTIL END-OF-SORTED-CUSTOMERS
                  OR SR-SORT-BRANCH NOT = WS-PREV-BRANCH.
           IF BRANCH-SEQUENCE
               PERFORM PRINT-BRANCH-TOTAL
           END-IF.

       LIST-ONE-CUSTOMER.
           PERFORM PRINT-PROFIT-DETAIL.
           ADD SR-GROSS-SALES        TO WS-BR-GROSS-SALES.
           ADD SR-RETURN-CREDITS     TO WS-BR-RETURN-CREDITS.
           ADD SR-AGREEMENT-DISCOUNT TO WS-BR-AGREEMENT-DISCOUNT.
           ADD SR-WRITE-OFF-AMOUNT   TO WS-BR-WRITE-OFF-AMOUNT.
           ADD SR-FINANCE-ASSESSED   TO WS-BR-FINANCE-ASSESSED.
           ADD SR-FINANCE-COLLECTED  TO WS-BR-FINANCE-COLLECTED.
           ADD SR-CONTRIBUTION       TO WS-BR-CONTRIBUTION.
           ADD SR-GROSS-SALES        TO WS-GR-GROSS-SALES.
           ADD SR-RETURN-CREDITS     TO WS-GR-RETURN-CREDITS.
           ADD SR-AGREEMENT-DISCOUNT TO WS-GR-AGREEMENT-DISCOUNT.
           ADD SR-WRITE-OFF-AMOUNT   TO WS-GR-WRITE-OFF-AMOUNT.
           ADD SR-FINANCE-ASSESSED   TO WS-GR-FINANCE-ASSESSED.
           ADD SR-FINANCE-COLLECTED  TO WS-GR-FINANCE-COLLECTED.
           ADD SR-CONTRIBUTION       TO WS-GR-CONTRIBUTION.
           PERFORM RETURN-SORTED-CUSTOMER.

       PRINT-BRANCH-TOTAL.
           MOVE SPACES TO TOT-LABEL.
           IF WS-PREV-BRANCH = SPACES
               MOVE "NO BRANCH ON FILE - TOTAL" TO TOT-LABEL
           ELSE
               STRING "BRANCH " WS-PREV-BRANCH " TOTAL"
                   DELIMITED BY SIZE INTO TOT-LABEL
           END-IF.
           MOVE WS-BR-GROSS-SALES        TO TOT-GROSS-SALES.
           MOVE WS-BR-RETURN-CREDITS     TO TOT-RETURN-CREDITS.
           MOVE WS-BR-AGREEMENT-DISCOUNT TO TOT-AGREEMENT-DISCOUNT.
           MOVE WS-BR-WRITE-OFF-AMOUNT   TO TOT-WRITE-OFF-AMOUNT.
           MOVE WS-BR-FINANCE-ASSESSED   TO TOT-FINANCE-ASSESSED.
           MOVE WS-BR-FINANCE-COLLECTED  TO TOT-FINANCE-COLLECTED.
           MOVE WS-BR-CONTRIBUTION       TO TOT-CONTRIBUTION.
           PERFORM PRINT-TOTAL-LINE.

       PRINT-GRAND-TOTAL.
           MOVE "ALL CUSTOMERS - TOTAL" TO TOT-LABEL.
           MOVE WS-GR-GROSS-SALES        TO TOT-GROSS-SALES.
           MOVE WS-GR-RETURN-CREDITS     TO TOT-RETURN-CREDITS.
           MOVE WS-GR-AGREEMENT-DISCOUNT TO TOT-AGREEMENT-DISCOUNT.
           MOVE WS-GR-WRITE-OFF-AMOUNT   TO TOT-WRITE-OFF-AMOUNT.
           MOVE WS-GR-FINANCE-ASSESSED   TO TOT-FINANCE-ASSESSED.
           MOVE WS-GR-FINANCE-COLLECTED  TO TOT-FINANCE-COLLECTED.
           MOVE WS-GR-CONTRIBUTION       TO TOT-CONTRIBUTION.
           PERFORM PRINT-TOTAL-LINE.

      ******************************************************************
      * Pass 3 - the bottom 25 customers by net contribution
      ******************************************************************
       PRINT-BOTTOM-CUSTOMERS.
           ADD 1 TO RPT-PAGE-NUMBER.
           PERFORM PRINT-REPORT-HEADER.
           MOVE "BOTTOM 25 CUSTOMERS BY NET CONTRIBUTION" TO PRF-TITLE.
           PERFORM PRINT-SECTION-HEADINGS.
           MOVE 0 TO WS-RANK.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM RETURN-SORTED-CUSTOMER.
           PERFORM LIST-ONE-BOTTOM-CUSTOMER
               UNTIL END-OF-SORTED-CUSTOMERS
                  OR WS-RANK NOT < WS-BOTTOM-COUNT.
           IF WS-RANK = 0
               MOVE "NO CUSTOMER ACTIVITY THIS QUARTER" TO NON-TEXT
               PERFORM PRINT-NONE-LINE
           END-IF.

       LIST-ONE-BOTTOM-CUSTOMER.
           ADD 1 TO WS-RANK.
           PERFORM PRINT-PROFIT-DETAIL.
           PERFORM RETURN-SORTED-CUSTOMER.

      ******************************************************************
      * Shared print paragraphs
      ******************************************************************
       PRINT-SECTION-HEADINGS.
           MOVE WS-QUARTER-START-PERIOD TO PRF-START-PERIOD.
           MOVE WS-QUARTER-END-PERIOD   TO PRF-END-PERIOD.
           MOVE " " TO PRINT-CC.
           MOVE PROFIT-TITLE-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE PROFIT-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       PRINT-PROFIT-DETAIL.
           MOVE SR-CUSTOMER-ID        TO DTL-CUSTOMER-ID.
           MOVE SR-CUSTOMER-NAME      TO DTL-NAME.
           MOVE SR-BRANCH-CODE        TO DTL-BRANCH.
           MOVE SR-GROSS-SALES        TO DTL-GROSS-SALES.
           MOVE SR-RETURN-CREDITS     TO DTL-RETURN-CREDITS.
           MOVE SR-AGREEMENT-DISCOUNT TO DTL-AGREEMENT-DISCOUNT.
           MOVE SR-WRITE-OFF-AMOUNT   TO DTL-WRITE-OFF-AMOUNT.
           MOVE SR-FINANCE-ASSESSED   TO DTL-FINANCE-ASSESSED.
           MOVE SR-FINANCE-COLLECTED  TO DTL-FINANCE-COLLECTED.
           MOVE SR-CONTRIBUTION       TO DTL-CONTRIBUTION.
           MOVE SR-AVERAGE-DAYS       TO DTL-AVERAGE-DAYS.
           MOVE " " TO PRINT-CC.
           MOVE PROFIT-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-TOTAL-LINE.
           MOVE " " TO PRINT-CC.
           MOVE PROFIT-TOTAL-LINE TO PRINT-TEXT.
           PERFORM CHECK-PAGE-BREAK.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       PRINT-NONE-LINE.
           MOVE " " TO PRINT-CC.
           MOVE PROFIT-NONE-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY PARMPD.
