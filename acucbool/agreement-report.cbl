      *          the pricing paths append - per customer and
      *          agreement: times used, units, and the discount given
      *          against standard price - so sales' promises have a
      *          monthly bill attached. Each application's discount
      *          is also added, under the month it was used, into
      *          the agreement discount column of the customer
      *          profitability file (custprof.dat). After a clean
      *          print the usage file is closed out for the new
      *          month. Only applications dated on or before the
      *          run's business date are the month's: a month-end
      *          the readiness gate held is released on a later
      *          night, after the new month's orders have been
      *          priced, and those are written back to the usage
      *          file for next month.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRAGSEL.
           COPY CPRFSEL.

           SELECT USAGE-CARRY-FILE ASSIGN TO "prcusage.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS USAGE-CARRY-STATUS.

           SELECT PRINT-FILE ASSIGN TO "prcagrpt.prt"
               ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY PRAGFD.

       FD  USAGE-CARRY-FILE.
       01  USAGE-CARRY-RECORD      PIC X(48).

       FD  CUST-PROFIT-FILE.
           COPY CPRFREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-USAGE-FILE               VALUE "Y".
       01  USAGE-CARRY-STATUS      PIC XX.
       01  WS-USAGE-READ-COUNT     PIC 9(6)    VALUE 0.
       01  WS-USAGE-CARRIED        PIC 9(6)    VALUE 0.
       01  WS-TOTAL-DISCOUNT       PIC S9(11)V99 VALUE 0.
       01  WS-LINE-DISCOUNT        PIC S9(9)V99.
       01  WS-USE-SUB              PIC 9(3).
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY PRAGWS.
           COPY CPRFWS.

       01  USAGE-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-CUST-PROFIT-FILE.
           OPEN OUTPUT USAGE-CARRY-FILE.
           PERFORM READ-USAGE-RECORD.
           PERFORM SELECT-ONE-USAGE
               UNTIL END-OF-USAGE-FILE.
           CLOSE AGREEMENT-USAGE-FILE.
           CLOSE USAGE-CARRY-FILE.
           CLOSE CUST-PROFIT-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "PRCAGRPT" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-USAGE-TOTAL.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
      *    Reported means reported - next month's usage starts clean,
      *    with only the applications carried forward.
           PERFORM CARRY-FORWARD-USAGE.
           DISPLAY "AGREEMENT USAGE COMPLETE - "
               WS-USAGE-READ-COUNT " APPLICATIONS, DISCOUNT "
               WS-TOTAL-DISCOUNT.
           DISPLAY "APPLICATIONS CARRIED TO NEXT MONTH: "
               WS-USAGE-CARRIED.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       SELECT-ONE-USAGE.
      *    An application after the business date is next month's,
      *    priced while the month-end was held.
           IF PU-USE-DATE > WS-BUSINESS-DATE
               MOVE AGREEMENT-USAGE-RECORD TO USAGE-CARRY-RECORD
               WRITE USAGE-CARRY-RECORD
               ADD 1 TO WS-USAGE-CARRIED
           ELSE
               PERFORM TALLY-ONE-USAGE
           END-IF.
           PERFORM READ-USAGE-RECORD.

       TALLY-ONE-USAGE.
           ADD 1 TO WS-USAGE-READ-COUNT.
           COMPUTE WS-LINE-DISCOUNT =
               (PU-STANDARD-PRICE - PU-AGREED-PRICE) * PU-QUANTITY.
           ADD WS-LINE-DISCOUNT TO WS-TOTAL-DISCOUNT.
           MOVE PU-CUSTOMER-ID    TO PF-WS-CUSTOMER-ID.
           MOVE PU-USE-DATE (1:6) TO PF-WS-PERIOD.
           MOVE "D"               TO PF-WS-COLUMN.
           MOVE WS-LINE-DISCOUNT  TO PF-WS-AMOUNT.
           PERFORM POST-CUST-PROFIT.
           SET USE-IDX TO 1.
           SEARCH WS-USE-ENTRY
               VARYING USE-IDX
                   AND WS-USE-MATCH (USE-IDX) = PU-MATCH-VALUE
                   PERFORM ACCUMULATE-USAGE
           END-SEARCH.

       ADD-USAGE-ENTRY.
           IF WS-USE-COUNT < 300
           ADD PU-QUANTITY TO WS-USE-UNITS (USE-IDX).
           ADD WS-LINE-DISCOUNT TO WS-USE-DISCOUNT (USE-IDX).

       CARRY-FORWARD-USAGE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT USAGE-CARRY-FILE.
           OPEN OUTPUT AGREEMENT-USAGE-FILE.
           PERFORM COPY-ONE-CARRIED-USAGE
               UNTIL END-OF-USAGE-FILE.
           CLOSE USAGE-CARRY-FILE.
           CLOSE AGREEMENT-USAGE-FILE.

       COPY-ONE-CARRIED-USAGE.
           READ USAGE-CARRY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE USAGE-CARRY-RECORD TO AGREEMENT-USAGE-RECORD
                   WRITE AGREEMENT-USAGE-RECORD
           END-READ.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE USAGE-COLUMN-HEADINGS TO PRINT-TEXT.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY CPRFPD.
