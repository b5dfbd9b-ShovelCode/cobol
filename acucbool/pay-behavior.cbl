       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYBHV.
      ******************************************************************
      * Purpose: Month-end customer days-to-pay analysis. Reads the
      *          PAY postings on the transaction history for the
      *          three calendar months ending with this one, follows
      *          each check to the open items it relieved
      *          (payapply.dat), and counts the days from each item's
      *          date (openitem.dat, or the date the item reference
      *          starts with once the item has gone) to the night the
      *          check posted. A check the bank returned relieved
      *          nothing and is left out; a discount is not a payment.
      *          Per customer it works out the average days to pay,
      *          the dollar-weighted days, the same for each month,
      *          and the payment rating the weighted figure earns
      *          (see PBHVREC), then rewrites the customer's record on
      *          payrate.dat for CREDMNT and the CUST360 inquiry. A
      *          customer with no payments in the window keeps the
      *          rating last earned, with its date. paybhv.prt lists
      *          every customer who paid slower in each of the three
      *          months than the month before - the early warning
      *          credit wants before the aging shows it - and ends
      *          with the count of customers at each rating.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TXHSSEL.
           COPY PAPLSEL.
           COPY OPNISEL.
           COPY PBHVSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           SELECT PRINT-FILE ASSIGN TO "paybhv.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "paybhv.srt".

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY TXHSFD.

       FD  PAYMENT-APPLY-FILE.
           COPY PAPLREC.

       FD  OPEN-ITEM-FILE.
           COPY OPNIREC.

       FD  PAYMENT-BEHAVIOR-FILE.
           COPY PBHVREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-CUSTOMER-ID      PIC X(10).
           05  SR-MONTH-INDEX      PIC 9.
           05  SR-DAYS-TO-PAY      PIC 9(5).
           05  SR-PAID-AMOUNT      PIC S9(9)V99.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  PAYMENT-APPLY-STATUS    PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-HISTORY                  VALUE "Y".
       01  WS-APPLY-SCAN-SWITCH    PIC X       VALUE "N".
           88  APPLY-SCAN-DONE                 VALUE "Y".
       01  WS-SORT-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SORTED-LINES             VALUE "Y".
       01  WS-ITEMS-FILE-SWITCH    PIC X       VALUE "N".
           88  ITEMS-FILE-OPEN                 VALUE "Y".
       01  WS-PREV-CUSTOMER-ID     PIC X(10)   VALUE SPACES.
       01  WS-PREV-RATING          PIC X.
       01  WS-RUN-MONTH-NUMBER     PIC 9(6).
       01  WS-TX-MONTH-NUMBER      PIC 9(6).
       01  WS-MONTHS-BACK          PIC S9(6).
       01  WS-MONTH-INDEX          PIC 9.
       01  WS-ITEM-DATE            PIC 9(8).
       01  WS-DAYS-TO-PAY          PIC S9(5).
       01  WS-PAY-DATE             PIC 9(8).
       01  WS-PAY-DATE-PARTS REDEFINES WS-PAY-DATE.
           05  WS-PAY-YEAR         PIC 9(4).
           05  WS-PAY-MONTH        PIC 99.
           05  WS-PAY-DAY          PIC 99.
       01  WS-RUN-DATE-PARTS.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 99.
           05  WS-RUN-DAY          PIC 99.
       01  WS-WEIGHTED-DAYS        PIC 9(5).
       01  WS-AVERAGE-DAYS         PIC 9(5).

      *    One customer's payments, by month (oldest first) and for
      *    the whole three months.
       01  WS-CUST-MONTHS.
           05  WS-CUST-MONTH       OCCURS 3 TIMES
                                   INDEXED BY WS-MONTH-IDX.
               10  WS-MON-ITEM-COUNT   PIC 9(5).
               10  WS-MON-PAID-AMOUNT  PIC S9(11)V99.
               10  WS-MON-DOLLAR-DAYS  PIC S9(15)V99.
       01  WS-CUST-ITEM-COUNT      PIC 9(5).
       01  WS-CUST-DAYS-TOTAL      PIC 9(9).
       01  WS-CUST-PAID-AMOUNT     PIC S9(11)V99.
       01  WS-CUST-DOLLAR-DAYS     PIC S9(15)V99.

       01  WS-PAY-RECORD-COUNT     PIC 9(7)    VALUE 0.
       01  WS-APPLICATION-COUNT    PIC 9(7)    VALUE 0.
       01  WS-RATED-COUNT          PIC 9(5)    VALUE 0.
       01  WS-WORSENED-COUNT       PIC 9(5)    VALUE 0.
       01  WS-RATING-COUNTS.
           05  WS-RATING-COUNT     PIC 9(5)    OCCURS 5 TIMES.
       01  WS-RATING-LETTERS       PIC X(5)    VALUE "ABCDE".
       01  WS-RATING-IDX           PIC 9.

           COPY OPNIWS.
           COPY PBHVWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY TXHSWS.

       01  PAYBHV-TITLE-LINE.
           05  FILLER              PIC X(41) VALUE
               "CUSTOMERS PAYING SLOWER EACH OF THE LAST ".
           05  FILLER              PIC X(21) VALUE
               "THREE MONTHS, ENDING ".
           05  TTL-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X(62) VALUE SPACES.

       01  PAYBHV-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(32) VALUE "CUSTOMER-NAME".
           05  FILLER              PIC X(8)  VALUE "RATING".
           05  FILLER              PIC X(6)  VALUE "WAS".
           05  FILLER              PIC X(10) VALUE "2 MO AGO".
           05  FILLER              PIC X(10) VALUE "LAST MO".
           05  FILLER              PIC X(10) VALUE "THIS MO".
           05  FILLER              PIC X(10) VALUE "WEIGHTED".
           05  FILLER              PIC X(10) VALUE "AVERAGE".
           05  FILLER              PIC X(8)  VALUE "ITEMS".
           05  FILLER              PIC X(16) VALUE SPACES.

       01  PAYBHV-DETAIL-LINE.
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-CUSTOMER-NAME   PIC X(32).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-RATING          PIC X.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  DTL-PREV-RATING     PIC X.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  DTL-MONTH-1-DAYS    PIC ZZZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-MONTH-2-DAYS    PIC ZZZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-MONTH-3-DAYS    PIC ZZZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-WEIGHTED-DAYS   PIC ZZZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-AVERAGE-DAYS    PIC ZZZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-ITEM-COUNT      PIC ZZZZ9.
           05  FILLER              PIC X(19) VALUE SPACES.

       01  PAYBHV-TOTAL-LINE.
           05  FILLER              PIC X(17) VALUE
               "CUSTOMERS RATED: ".
           05  TOT-RATED-COUNT     PIC ZZZZ9.
           05  FILLER              PIC X(6)  VALUE "   A: ".
           05  TOT-RATING-A        PIC ZZZZ9.
           05  FILLER              PIC X(6)  VALUE "   B: ".
           05  TOT-RATING-B        PIC ZZZZ9.
           05  FILLER              PIC X(6)  VALUE "   C: ".
           05  TOT-RATING-C        PIC ZZZZ9.
           05  FILLER              PIC X(6)  VALUE "   D: ".
           05  TOT-RATING-D        PIC ZZZZ9.
           05  FILLER              PIC X(6)  VALUE "   E: ".
           05  TOT-RATING-E        PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE
               "   WORSENING: ".
           05  TOT-WORSENED-COUNT  PIC ZZZZ9.
           05  FILLER              PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PAYBHV" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-PARTS.
           COMPUTE WS-RUN-MONTH-NUMBER =
               WS-RUN-YEAR * 12 + WS-RUN-MONTH.
           PERFORM OPEN-FILES.
           MOVE "PAYBHV" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           MOVE 0 TO WS-RATING-COUNT (1) WS-RATING-COUNT (2)
                     WS-RATING-COUNT (3) WS-RATING-COUNT (4)
                     WS-RATING-COUNT (5).
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CUSTOMER-ID
               INPUT PROCEDURE IS GATHER-DAYS-TO-PAY
               OUTPUT PROCEDURE IS RATE-THE-CUSTOMERS.
           PERFORM CLOSE-FILES.
           DISPLAY "DAYS-TO-PAY ANALYSIS COMPLETE - "
               WS-PAY-RECORD-COUNT " CHECKS, "
               WS-APPLICATION-COUNT " ITEMS PAID, "
               WS-RATED-COUNT " CUSTOMERS RATED, "
               WS-WORSENED-COUNT " WORSENING".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O PAYMENT-BEHAVIOR-FILE.
           IF PAYMENT-BEHAVIOR-STATUS = "05" OR "35"
               CLOSE PAYMENT-BEHAVIOR-FILE
               OPEN OUTPUT PAYMENT-BEHAVIOR-FILE
               CLOSE PAYMENT-BEHAVIOR-FILE
               OPEN I-O PAYMENT-BEHAVIOR-FILE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT PRINT-FILE.

       CLOSE-FILES.
           CLOSE PAYMENT-BEHAVIOR-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE PRINT-FILE.

       PRINT-COLUMN-HEADINGS.
           MOVE WS-BUSINESS-DATE TO TTL-RUN-DATE.
           MOVE " " TO PRINT-CC.
           MOVE PAYBHV-TITLE-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           MOVE " " TO PRINT-CC.
           MOVE PAYBHV-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 2 TO RPT-LINE-COUNT.

       GATHER-DAYS-TO-PAY.
      *    No history or no application file means no checks have
      *    been applied item by item yet - nobody is rated and the
      *    ratings already on file stand.
           OPEN INPUT TRANSACTION-HISTORY-FILE.
           OPEN INPUT PAYMENT-APPLY-FILE.
           IF TRANSACTION-HISTORY-STATUS NOT = "00"
               OR PAYMENT-APPLY-STATUS NOT = "00"
               DISPLAY "NO PAYMENT APPLICATIONS - NOTHING TO RATE"
           ELSE
               OPEN INPUT OPEN-ITEM-FILE
               IF OPEN-ITEM-STATUS = "00"
                   MOVE "Y" TO WS-ITEMS-FILE-SWITCH
               END-IF
               PERFORM READ-TRANSACTION-HISTORY
               PERFORM SELECT-ONE-TRANSACTION
                   UNTIL END-OF-HISTORY
               IF ITEMS-FILE-OPEN
                   CLOSE OPEN-ITEM-FILE
               END-IF
           END-IF.
           IF TRANSACTION-HISTORY-STATUS = "00" OR "10"
               CLOSE TRANSACTION-HISTORY-FILE
           END-IF.
           IF PAYMENT-APPLY-STATUS = "00" OR "10" OR "23"
               CLOSE PAYMENT-APPLY-FILE
           END-IF.

       READ-TRANSACTION-HISTORY.
           READ TRANSACTION-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       SELECT-ONE-TRANSACTION.
           IF TX-TYPE = "PAY"
               MOVE TX-POST-DATE TO WS-PAY-DATE
               COMPUTE WS-TX-MONTH-NUMBER =
                   WS-PAY-YEAR * 12 + WS-PAY-MONTH
               COMPUTE WS-MONTHS-BACK =
                   WS-RUN-MONTH-NUMBER - WS-TX-MONTH-NUMBER
               IF WS-MONTHS-BACK NOT < 0
                   AND WS-MONTHS-BACK < 3
                   COMPUTE WS-MONTH-INDEX = 3 - WS-MONTHS-BACK
                   ADD 1 TO WS-PAY-RECORD-COUNT
                   PERFORM FOLLOW-ONE-CHECK
               END-IF
           END-IF.
           PERFORM READ-TRANSACTION-HISTORY.

       FOLLOW-ONE-CHECK.
      *    The check's application records sit together under the
      *    customer, check number, and the night it posted.
           MOVE "N"            TO WS-APPLY-SCAN-SWITCH.
           MOVE TX-CUSTOMER-ID TO PA-CUSTOMER-ID.
           MOVE TX-REFERENCE   TO PA-CHECK-NUMBER.
           MOVE TX-POST-DATE   TO PA-POST-DATE.
           MOVE 0              TO PA-SEQUENCE.
           START PAYMENT-APPLY-FILE
               KEY IS GREATER THAN OR EQUAL TO PA-APPLY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-SCAN-SWITCH
           END-START.
           PERFORM READ-ONE-APPLICATION
               UNTIL APPLY-SCAN-DONE.

       READ-ONE-APPLICATION.
           READ PAYMENT-APPLY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-APPLY-SCAN-SWITCH
               NOT AT END
                   IF PA-CUSTOMER-ID NOT = TX-CUSTOMER-ID
                       OR PA-CHECK-NUMBER NOT = TX-REFERENCE
                       OR PA-POST-DATE NOT = TX-POST-DATE
                       MOVE "Y" TO WS-APPLY-SCAN-SWITCH
                   ELSE
                       IF PA-APPLIED-TO-ITEM
                           AND PA-NSF-DATE = 0
                           PERFORM RELEASE-ONE-APPLICATION
                       END-IF
                   END-IF
           END-READ.

       RELEASE-ONE-APPLICATION.
      *    The item's own date where it is still on file; a fully
      *    paid item may since have been purged, but its reference
      *    still starts with the date it was posted.
           MOVE 0 TO WS-ITEM-DATE.
           IF ITEMS-FILE-OPEN
               MOVE PA-CUSTOMER-ID       TO OI-CUSTOMER-ID
               MOVE PA-OI-REFERENCE      TO OI-REFERENCE
               MOVE PA-OI-INVOICE-NUMBER TO OI-INVOICE-NUMBER
               READ OPEN-ITEM-FILE
                   KEY IS OI-ITEM-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OI-ITEM-DATE TO WS-ITEM-DATE
               END-READ
           END-IF.
           IF WS-ITEM-DATE = 0
               AND PA-OI-REFERENCE (1:8) IS NUMERIC
               MOVE PA-OI-REFERENCE (1:8) TO WS-ITEM-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-ITEM-DATE) = 0
               COMPUTE WS-DAYS-TO-PAY =
                   FUNCTION INTEGER-OF-DATE (TX-POST-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-ITEM-DATE)
               IF WS-DAYS-TO-PAY < 0
                   MOVE 0 TO WS-DAYS-TO-PAY
               END-IF
               MOVE PA-CUSTOMER-ID    TO SR-CUSTOMER-ID
               MOVE WS-MONTH-INDEX    TO SR-MONTH-INDEX
               MOVE WS-DAYS-TO-PAY    TO SR-DAYS-TO-PAY
               MOVE PA-APPLIED-AMOUNT TO SR-PAID-AMOUNT
               ADD 1 TO WS-APPLICATION-COUNT
               RELEASE SORT-WORK-RECORD
           END-IF.

       RATE-THE-CUSTOMERS.
           PERFORM CLEAR-CUSTOMER-TOTALS.
           PERFORM RETURN-SORTED-LINE.
           IF NOT END-OF-SORTED-LINES
               MOVE SR-CUSTOMER-ID TO WS-PREV-CUSTOMER-ID
           END-IF.
           PERFORM ADD-ONE-PAYMENT
               UNTIL END-OF-SORTED-LINES.
           IF WS-CUST-ITEM-COUNT > 0
               PERFORM RATE-ONE-CUSTOMER
           END-IF.
           PERFORM PRINT-RATING-TOTAL.
           PERFORM PRINT-REPORT-TRAILER.

       RETURN-SORTED-LINE.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       ADD-ONE-PAYMENT.
           IF SR-CUSTOMER-ID NOT = WS-PREV-CUSTOMER-ID
               PERFORM RATE-ONE-CUSTOMER
               PERFORM CLEAR-CUSTOMER-TOTALS
               MOVE SR-CUSTOMER-ID TO WS-PREV-CUSTOMER-ID
           END-IF.
           SET WS-MONTH-IDX TO SR-MONTH-INDEX.
           ADD 1              TO WS-MON-ITEM-COUNT (WS-MONTH-IDX).
           ADD SR-PAID-AMOUNT TO WS-MON-PAID-AMOUNT (WS-MONTH-IDX).
           COMPUTE WS-MON-DOLLAR-DAYS (WS-MONTH-IDX) =
               WS-MON-DOLLAR-DAYS (WS-MONTH-IDX)
               + SR-PAID-AMOUNT * SR-DAYS-TO-PAY.
           ADD 1              TO WS-CUST-ITEM-COUNT.
           ADD SR-DAYS-TO-PAY TO WS-CUST-DAYS-TOTAL.
           ADD SR-PAID-AMOUNT TO WS-CUST-PAID-AMOUNT.
           COMPUTE WS-CUST-DOLLAR-DAYS =
               WS-CUST-DOLLAR-DAYS + SR-PAID-AMOUNT * SR-DAYS-TO-PAY.
           PERFORM RETURN-SORTED-LINE.

       CLEAR-CUSTOMER-TOTALS.
           INITIALIZE WS-CUST-MONTHS.
           MOVE 0 TO WS-CUST-ITEM-COUNT.
           MOVE 0 TO WS-CUST-DAYS-TOTAL.
           MOVE 0 TO WS-CUST-PAID-AMOUNT.
           MOVE 0 TO WS-CUST-DOLLAR-DAYS.

       RATE-ONE-CUSTOMER.
      *    The customer's record is read first so the report can show
      *    the rating this month's replaces.
           MOVE WS-PREV-CUSTOMER-ID TO PB-CUSTOMER-ID.
           MOVE SPACE TO WS-PREV-RATING.
           READ PAYMENT-BEHAVIOR-FILE
               KEY IS PB-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PB-RATING TO WS-PREV-RATING
           END-READ.
           INITIALIZE PAYMENT-BEHAVIOR-RECORD.
           MOVE WS-PREV-CUSTOMER-ID TO PB-CUSTOMER-ID.
           COMPUTE WS-AVERAGE-DAYS ROUNDED =
               WS-CUST-DAYS-TOTAL / WS-CUST-ITEM-COUNT.
           IF WS-CUST-PAID-AMOUNT > 0
               COMPUTE WS-WEIGHTED-DAYS ROUNDED =
                   WS-CUST-DOLLAR-DAYS / WS-CUST-PAID-AMOUNT
           ELSE
               MOVE WS-AVERAGE-DAYS TO WS-WEIGHTED-DAYS
           END-IF.
           PERFORM CAP-AND-STORE-TOTALS.
           PERFORM FIGURE-MONTH-DAYS
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 3.
           PERFORM ASSIGN-PAYMENT-RATING.
           MOVE SPACE TO PB-TREND-FLAG.
           IF PB-MONTH-ITEM-COUNT (1) > 0
               AND PB-MONTH-ITEM-COUNT (2) > 0
               AND PB-MONTH-ITEM-COUNT (3) > 0
               AND PB-MONTH-WEIGHTED-DAYS (2)
                   > PB-MONTH-WEIGHTED-DAYS (1)
               AND PB-MONTH-WEIGHTED-DAYS (3)
                   > PB-MONTH-WEIGHTED-DAYS (2)
               MOVE "W" TO PB-TREND-FLAG
           END-IF.
           MOVE WS-BUSINESS-DATE TO PB-RATED-DATE.
           IF WS-PREV-RATING = SPACE
               WRITE PAYMENT-BEHAVIOR-RECORD
           ELSE
               REWRITE PAYMENT-BEHAVIOR-RECORD
           END-IF.
           ADD 1 TO WS-RATED-COUNT.
           IF PB-TREND-WORSENING
               PERFORM PRINT-ONE-CUSTOMER
           END-IF.

       CAP-AND-STORE-TOTALS.
      *    Anything past 999 days prints and rates as 999.
           IF WS-AVERAGE-DAYS > 999
               MOVE 999 TO WS-AVERAGE-DAYS
           END-IF.
           IF WS-WEIGHTED-DAYS > 999
               MOVE 999 TO WS-WEIGHTED-DAYS
           END-IF.
           MOVE WS-AVERAGE-DAYS    TO PB-AVERAGE-DAYS.
           MOVE WS-WEIGHTED-DAYS   TO PB-WEIGHTED-DAYS.
           MOVE WS-CUST-ITEM-COUNT TO PB-ITEM-COUNT.

       FIGURE-MONTH-DAYS.
           MOVE 0 TO WS-WEIGHTED-DAYS.
           IF WS-MON-PAID-AMOUNT (WS-MONTH-IDX) > 0
               COMPUTE WS-WEIGHTED-DAYS ROUNDED =
                   WS-MON-DOLLAR-DAYS (WS-MONTH-IDX)
                   / WS-MON-PAID-AMOUNT (WS-MONTH-IDX)
           END-IF.
           IF WS-WEIGHTED-DAYS > 999
               MOVE 999 TO WS-WEIGHTED-DAYS
           END-IF.
           MOVE WS-WEIGHTED-DAYS
               TO PB-MONTH-WEIGHTED-DAYS (WS-MONTH-IDX).
           MOVE WS-MON-ITEM-COUNT (WS-MONTH-IDX)
               TO PB-MONTH-ITEM-COUNT (WS-MONTH-IDX).

       ASSIGN-PAYMENT-RATING.
           EVALUATE TRUE
               WHEN PB-WEIGHTED-DAYS NOT > 30
                   MOVE 1 TO WS-RATING-IDX
               WHEN PB-WEIGHTED-DAYS NOT > 45
                   MOVE 2 TO WS-RATING-IDX
               WHEN PB-WEIGHTED-DAYS NOT > 60
                   MOVE 3 TO WS-RATING-IDX
               WHEN PB-WEIGHTED-DAYS NOT > 90
                   MOVE 4 TO WS-RATING-IDX
               WHEN OTHER
                   MOVE 5 TO WS-RATING-IDX
           END-EVALUATE.
           MOVE WS-RATING-LETTERS (WS-RATING-IDX:1) TO PB-RATING.
           ADD 1 TO WS-RATING-COUNT (WS-RATING-IDX).

       PRINT-ONE-CUSTOMER.
           ADD 1 TO WS-WORSENED-COUNT.
           MOVE PB-CUSTOMER-ID TO CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO DTL-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE CUSTOMER-NAME TO DTL-CUSTOMER-NAME
           END-READ.
           MOVE PB-CUSTOMER-ID   TO DTL-CUSTOMER-ID.
           MOVE PB-RATING        TO DTL-RATING.
           MOVE WS-PREV-RATING   TO DTL-PREV-RATING.
           MOVE PB-MONTH-WEIGHTED-DAYS (1) TO DTL-MONTH-1-DAYS.
           MOVE PB-MONTH-WEIGHTED-DAYS (2) TO DTL-MONTH-2-DAYS.
           MOVE PB-MONTH-WEIGHTED-DAYS (3) TO DTL-MONTH-3-DAYS.
           MOVE PB-WEIGHTED-DAYS TO DTL-WEIGHTED-DAYS.
           MOVE PB-AVERAGE-DAYS  TO DTL-AVERAGE-DAYS.
           MOVE PB-ITEM-COUNT    TO DTL-ITEM-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE PAYBHV-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-RATING-TOTAL.
           MOVE WS-RATED-COUNT     TO TOT-RATED-COUNT.
           MOVE WS-RATING-COUNT (1) TO TOT-RATING-A.
           MOVE WS-RATING-COUNT (2) TO TOT-RATING-B.
           MOVE WS-RATING-COUNT (3) TO TOT-RATING-C.
           MOVE WS-RATING-COUNT (4) TO TOT-RATING-D.
           MOVE WS-RATING-COUNT (5) TO TOT-RATING-E.
           MOVE WS-WORSENED-COUNT  TO TOT-WORSENED-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE PAYBHV-TOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
