      ******************************************************************
      * Purpose: Month-end finance charge assessment. Walks the
      *          open-item detail in customer sequence, totals each
      *          customer's past-due debt (open items past the due
      *          date their payment terms set, leaving out any item
      *          collections has flagged in dispute), and assesses
      *          the monthly finance charge on it. The charge is
      *          written as an adjustment transaction with reason
      *          FINC onto adjtrans.dat, so
      *          it posts through the same balance machinery ADJPOST
      *          uses and BALRECN still reconciles to the cent - this
      *          step itself never touches a balance. It also lands
      *          as its own FIN-CHG line on the month-to-date billing
      *          file, so the next statement shows the charge as its
      *          own line, and prints the assessment register. Each
      *          charge is also added into the finance-assessed
      *          column of the customer profitability file
      *          (custprof.dat).
      *          Runs MONTHEND, ahead of the adjustment posting.
      ******************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY CPRFSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FD  MTD-ORDER-FILE.
           COPY ORDMREC.

       FD  CUST-PROFIT-FILE.
           COPY CPRFREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       01  WS-CHARGE-AMOUNT        PIC S9(7)V99.
       01  WS-TODAY-RUN-DATE       PIC 9(8).
       01  WS-TODAY-INTEGER        PIC 9(8).
       01  WS-DUE-INTEGER          PIC 9(8).
       01  WS-AGE-DAYS             PIC S9(5).

      *    Monthly rate on past-due balances, per the posted credit
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY OPNIWS.
           COPY CPRFWS.

       01  FINCHG-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           IF MTD-ORDER-STATUS = "05" OR "35"
               OPEN OUTPUT MTD-ORDER-FILE
           END-IF.
           PERFORM OPEN-CUST-PROFIT-FILE.
           OPEN OUTPUT PRINT-FILE.

       PRINT-COLUMN-HEADINGS.
                   MOVE OI-CUSTOMER-ID TO WS-PREV-CUSTOMER-ID
               END-IF
           END-IF.
      *    Past due means past the item's own due date; an item with
      *    none falls due on the house terms. Nothing is charged on
      *    an amount the customer has in dispute.
           IF OI-OPEN-AMOUNT > 0
               AND NOT OI-ITEM-DISPUTED
               IF OI-DUE-DATE = 0
                   COMPUTE WS-DUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (OI-ITEM-DATE)
                           + OI-WS-HOUSE-NET-DAYS
               ELSE
                   COMPUTE WS-DUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (OI-DUE-DATE)
               END-IF
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-INTEGER - WS-DUE-INTEGER
               IF WS-AGE-DAYS > 0
                   ADD OI-OPEN-AMOUNT TO WS-PAST-DUE-AMOUNT
               END-IF
           END-IF.
           MOVE WS-TODAY-RUN-DATE   TO AJ-ENTRY-DATE.
           MOVE "FINCHG"            TO AJ-OPERATOR-ID.
           WRITE ADJUSTMENT-RECORD.
           MOVE WS-PREV-CUSTOMER-ID TO PF-WS-CUSTOMER-ID.
           MOVE WS-TODAY-RUN-DATE (1:6) TO PF-WS-PERIOD.
           MOVE "F"                 TO PF-WS-COLUMN.
           MOVE WS-CHARGE-AMOUNT    TO PF-WS-AMOUNT.
           PERFORM POST-CUST-PROFIT.

       WRITE-STATEMENT-LINE.
      *    One FIN-CHG line per assessed customer on the billing
           MOVE "HQ"                TO MO-BRANCH-CODE.
           MOVE 0                   TO MO-ORDER-NUMBER.
           MOVE WS-TODAY-RUN-DATE   TO MO-ORDER-DATE.
           MOVE SPACES              TO MO-SALESPERSON-ID.
           MOVE WS-TODAY-RUN-DATE   TO MO-POST-DATE.
           WRITE MTD-ORDER-RECORD.

       PRINT-REGISTER-LINE.
           CLOSE OPEN-ITEM-FILE.
           CLOSE ADJUSTMENT-FILE.
           CLOSE MTD-ORDER-FILE.
           CLOSE CUST-PROFIT-FILE.
           CLOSE PRINT-FILE.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY CPRFPD.
