       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRANK.
      ******************************************************************
      * Purpose: Monthly top-customer ranking, off the customer
      *          period history ship release rolls nightly
      *          (custhist.dat) - the customer-level companion to
      *          DEPTTRND. Each customer's month, year-to-date and
      *          prior year-to-date (the same months of last year)
      *          net sales are totalled into a work file, which is
      *          then sorted twice:
      *            - by year-to-date, descending, for the top 50
      *              customers with the month, both year-to-dates
      *              and the percent change (NEW when there was
      *              nothing last year);
      *            - by prior year-to-date, descending, for the
      *              customers who were last year's top 50 and whose
      *              year-to-date has since dropped by half or more -
      *              the accounts sales should be calling.
      *          Customers since purged from the master still rank,
      *          flagged as not on file. Runs at month end.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CHISSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           SELECT RANK-WORK-FILE ASSIGN TO "custrank.wrk"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RANK-WORK-STATUS.

           SELECT PRINT-FILE ASSIGN TO "custrank.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "custrank.srt".

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-HISTORY-FILE.
           COPY CHISREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  RANK-WORK-FILE.
       01  RANK-WORK-RECORD.
           05  RW-CUSTOMER-ID      PIC X(10).
           05  RW-MONTH-AMOUNT     PIC S9(11)V99.
           05  RW-YTD-AMOUNT       PIC S9(11)V99.
           05  RW-PRIOR-YTD-AMOUNT PIC S9(11)V99.

      *    Field order mirrors the work file record - SORT ... USING
      *    copies records into this area byte for byte.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-CUSTOMER-ID      PIC X(10).
           05  SR-MONTH-AMOUNT     PIC S9(11)V99.
           05  SR-YTD-AMOUNT       PIC S9(11)V99.
           05  SR-PRIOR-YTD-AMOUNT PIC S9(11)V99.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODE        PIC XX.
       01  RANK-WORK-STATUS        PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-HISTORY                  VALUE "Y".
       01  WS-SORT-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SORTED-CUSTOMERS         VALUE "Y".
       01  WS-CUSTOMER-OPEN-SWITCH PIC X       VALUE "N".
           88  CUSTOMER-FILE-OPEN              VALUE "Y".
       01  WS-TOP-COUNT            PIC 9(3)    VALUE 50.
       01  WS-RANK                 PIC 9(3).
       01  WS-CUSTOMER-COUNT       PIC 9(6)    VALUE 0.
       01  WS-DROPPED-COUNT        PIC 9(3)    VALUE 0.
       01  WS-PREV-CUSTOMER-ID     PIC X(10)   VALUE SPACES.
       01  WS-CURRENT-PERIOD       PIC 9(6).
       01  WS-YEAR-START-PERIOD    PIC 9(6).
       01  WS-PRIOR-START-PERIOD   PIC 9(6).
       01  WS-PRIOR-END-PERIOD     PIC 9(6).
       01  WS-PERIOD-PARTS.
           05  WS-PERIOD-YEAR      PIC 9(4).
           05  WS-PERIOD-MONTH     PIC 9(2).
       01  WS-PERCENT-CHANGE       PIC S9(4)V9.
       01  WS-HALF-PRIOR-AMOUNT    PIC S9(11)V99.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY CHISWS.

       01  RANK-TITLE-LINE.
           05  RNK-TITLE           PIC X(60).
           05  FILLER              PIC X(8)  VALUE "PERIOD: ".
           05  RNK-PERIOD          PIC 9(6).
           05  FILLER              PIC X(58) VALUE SPACES.

       01  RANK-COLUMN-HEADINGS.
           05  FILLER              PIC X(6)  VALUE "RANK".
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(32) VALUE "NAME".
           05  FILLER              PIC X(16) VALUE "          MONTH".
           05  FILLER              PIC X(16) VALUE "   YEAR-TO-DATE".
           05  FILLER              PIC X(16) VALUE "  PRIOR-YR-YTD".
           05  FILLER              PIC X(34) VALUE "  CHANGE %".

       01  RANK-DETAIL-LINE.
           05  DTL-RANK            PIC ZZ9.
           05  FILLER              PIC XXX   VALUE SPACES.
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-NAME            PIC X(30).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-MONTH-AMOUNT    PIC ZZZZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-YTD-AMOUNT      PIC ZZZZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-PRIOR-AMOUNT    PIC ZZZZZZZZZZ9.99-.
           05  FILLER              PIC XXX   VALUE SPACES.
           05  DTL-CHANGE          PIC ZZZ9.9-.
           05  DTL-CHANGE-TEXT REDEFINES DTL-CHANGE
                                   PIC X(7).
           05  FILLER              PIC X(25) VALUE SPACES.

       01  RANK-NONE-LINE.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  NON-TEXT            PIC X(60).
           05  FILLER              PIC X(66) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "CUSTRANK" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM SET-REPORT-PERIODS.
           OPEN INPUT CUST-HISTORY-FILE.
           IF CUST-HISTORY-STATUS NOT = "00"
               DISPLAY "NO CUSTOMER PERIOD HISTORY - NOTHING TO RANK"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           OPEN OUTPUT RANK-WORK-FILE.
           PERFORM READ-HISTORY-RECORD.
           PERFORM TOTAL-ONE-CUSTOMER
               UNTIL END-OF-HISTORY.
           CLOSE CUST-HISTORY-FILE.
           CLOSE RANK-WORK-FILE.
           OPEN INPUT CUSTOMER-FILE.
           IF FILE-STATUS-CODE = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN-SWITCH
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "CUSTRANK" TO RPT-PROGRAM-NAME.
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SR-YTD-AMOUNT
               ON ASCENDING KEY SR-CUSTOMER-ID
               USING RANK-WORK-FILE
               OUTPUT PROCEDURE IS PRINT-TOP-CUSTOMERS.
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SR-PRIOR-YTD-AMOUNT
               ON ASCENDING KEY SR-CUSTOMER-ID
               USING RANK-WORK-FILE
               OUTPUT PROCEDURE IS PRINT-DROPPED-CUSTOMERS.
           PERFORM PRINT-REPORT-TRAILER.
           IF CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "CUSTOMER RANKING COMPLETE - " WS-CUSTOMER-COUNT
               " CUSTOMERS WITH HISTORY, " WS-DROPPED-COUNT
               " FORMER TOP CUSTOMERS DOWN BY HALF".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       SET-REPORT-PERIODS.
      *    Year-to-date runs January through this month; prior
      *    year-to-date the same months a year earlier.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-CURRENT-PERIOD.
           MOVE WS-CURRENT-PERIOD TO WS-PERIOD-PARTS.
           MOVE 1 TO WS-PERIOD-MONTH.
           MOVE WS-PERIOD-PARTS TO WS-YEAR-START-PERIOD.
           SUBTRACT 1 FROM WS-PERIOD-YEAR.
           MOVE WS-PERIOD-PARTS TO WS-PRIOR-START-PERIOD.
           MOVE WS-CURRENT-PERIOD TO WS-PERIOD-PARTS.
           SUBTRACT 1 FROM WS-PERIOD-YEAR.
           MOVE WS-PERIOD-PARTS TO WS-PRIOR-END-PERIOD.

      ******************************************************************
      * Pass 1 - one work record per customer with history
      ******************************************************************
       READ-HISTORY-RECORD.
           READ CUST-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       TOTAL-ONE-CUSTOMER.
           MOVE CH-CUSTOMER-ID TO WS-PREV-CUSTOMER-ID.
           MOVE CH-CUSTOMER-ID TO RW-CUSTOMER-ID.
           MOVE 0 TO RW-MONTH-AMOUNT.
           MOVE 0 TO RW-YTD-AMOUNT.
           MOVE 0 TO RW-PRIOR-YTD-AMOUNT.
           PERFORM ADD-ONE-PERIOD
               UNTIL END-OF-HISTORY
                  OR CH-CUSTOMER-ID NOT = WS-PREV-CUSTOMER-ID.
      *    A customer with nothing this year or the same months
      *    last year cannot rank on either list.
           IF RW-YTD-AMOUNT NOT = 0
               OR RW-PRIOR-YTD-AMOUNT NOT = 0
               ADD 1 TO WS-CUSTOMER-COUNT
               WRITE RANK-WORK-RECORD
           END-IF.

       ADD-ONE-PERIOD.
           IF CH-PERIOD = WS-CURRENT-PERIOD
               ADD CH-SALES-AMOUNT TO RW-MONTH-AMOUNT
           END-IF.
           IF CH-PERIOD NOT < WS-YEAR-START-PERIOD
               AND CH-PERIOD NOT > WS-CURRENT-PERIOD
               ADD CH-SALES-AMOUNT TO RW-YTD-AMOUNT
           END-IF.
           IF CH-PERIOD NOT < WS-PRIOR-START-PERIOD
               AND CH-PERIOD NOT > WS-PRIOR-END-PERIOD
               ADD CH-SALES-AMOUNT TO RW-PRIOR-YTD-AMOUNT
           END-IF.
           PERFORM READ-HISTORY-RECORD.

      ******************************************************************
      * Pass 2 - top customers by year-to-date
      ******************************************************************
       PRINT-TOP-CUSTOMERS.
           PERFORM PRINT-REPORT-HEADER.
           MOVE "TOP 50 CUSTOMERS BY YEAR-TO-DATE NET SALES"
               TO RNK-TITLE.
           PERFORM PRINT-SECTION-HEADINGS.
           MOVE 0 TO WS-RANK.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM RETURN-SORTED-CUSTOMER.
           PERFORM RANK-ONE-TOP-CUSTOMER
               UNTIL END-OF-SORTED-CUSTOMERS
                  OR WS-RANK NOT < WS-TOP-COUNT.
           IF WS-RANK = 0
               MOVE "NO SALES THIS YEAR TO RANK" TO NON-TEXT
               PERFORM PRINT-NONE-LINE
           END-IF.

       RETURN-SORTED-CUSTOMER.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       RANK-ONE-TOP-CUSTOMER.
      *    Only customers buying this year make the top list.
           IF SR-YTD-AMOUNT > 0
               ADD 1 TO WS-RANK
               PERFORM PRINT-RANK-DETAIL
               PERFORM RETURN-SORTED-CUSTOMER
           ELSE
               MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-IF.

      ******************************************************************
      * Pass 3 - last year's top customers now down by half
      ******************************************************************
       PRINT-DROPPED-CUSTOMERS.
           ADD 1 TO RPT-PAGE-NUMBER.
           PERFORM PRINT-REPORT-HEADER.
           MOVE "FORMER TOP 50 - YEAR-TO-DATE DOWN BY HALF OR MORE"
               TO RNK-TITLE.
           PERFORM PRINT-SECTION-HEADINGS.
           MOVE 0 TO WS-RANK.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM RETURN-SORTED-CUSTOMER.
           PERFORM CHECK-ONE-FORMER-CUSTOMER
               UNTIL END-OF-SORTED-CUSTOMERS
                  OR WS-RANK NOT < WS-TOP-COUNT.
           IF WS-DROPPED-COUNT = 0
               MOVE "NONE OF LAST YEAR'S TOP CUSTOMERS IS DOWN BY HALF"
                   TO NON-TEXT
               PERFORM PRINT-NONE-LINE
           END-IF.

       CHECK-ONE-FORMER-CUSTOMER.
      *    The rank printed is last year's - the place the customer
      *    has fallen from.
           IF SR-PRIOR-YTD-AMOUNT > 0
               ADD 1 TO WS-RANK
               COMPUTE WS-HALF-PRIOR-AMOUNT =
                   SR-PRIOR-YTD-AMOUNT / 2
               IF SR-YTD-AMOUNT NOT > WS-HALF-PRIOR-AMOUNT
                   ADD 1 TO WS-DROPPED-COUNT
                   PERFORM PRINT-RANK-DETAIL
               END-IF
               PERFORM RETURN-SORTED-CUSTOMER
           ELSE
               MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-IF.

      ******************************************************************
      * Shared print paragraphs
      ******************************************************************
       PRINT-SECTION-HEADINGS.
           MOVE WS-CURRENT-PERIOD TO RNK-PERIOD.
           MOVE " " TO PRINT-CC.
           MOVE RANK-TITLE-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE RANK-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       PRINT-RANK-DETAIL.
           MOVE WS-RANK             TO DTL-RANK.
           MOVE SR-CUSTOMER-ID      TO DTL-CUSTOMER-ID.
           MOVE "** NOT ON CUSTOMER FILE **" TO DTL-NAME.
           IF CUSTOMER-FILE-OPEN
               MOVE SR-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-FILE
                   KEY IS CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUSTOMER-NAME TO DTL-NAME
               END-READ
           END-IF.
           MOVE SR-MONTH-AMOUNT     TO DTL-MONTH-AMOUNT.
           MOVE SR-YTD-AMOUNT       TO DTL-YTD-AMOUNT.
           MOVE SR-PRIOR-YTD-AMOUNT TO DTL-PRIOR-AMOUNT.
           IF SR-PRIOR-YTD-AMOUNT NOT > 0
               MOVE "    NEW" TO DTL-CHANGE-TEXT
           ELSE
               COMPUTE WS-PERCENT-CHANGE ROUNDED =
                   (SR-YTD-AMOUNT - SR-PRIOR-YTD-AMOUNT) * 100
                   / SR-PRIOR-YTD-AMOUNT
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-PERCENT-CHANGE
               END-COMPUTE
               MOVE WS-PERCENT-CHANGE TO DTL-CHANGE
           END-IF.
           MOVE " " TO PRINT-CC.
           MOVE RANK-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-NONE-LINE.
           MOVE " " TO PRINT-CC.
           MOVE RANK-NONE-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
