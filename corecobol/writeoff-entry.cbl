      *          wrtoff.dat feed the GL extract turns into its own
      *          bad-debt journal line, and prints the write-off
      *          register auditors tie to the board-approved list.
      *          The sales tax on the debt, at the bill-to state's
      *          rate unless the customer holds an exemption
      *          certificate there, goes on the sales tax journal
      *          (taxjrnl.dat) so the state return can take it back
      *          and the GL extract relieves tax payable. Each
      *          write-off is also queued on comchgbk.dat for the
      *          monthly commission run to charge back against the
      *          rep who owns the account, and added into the
      *          write-off column of the customer profitability file
      *          (custprof.dat).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRITE-OFF-STATUS.

           COPY CMCBSEL.
           COPY CPRFSEL.
           COPY CBALSEL.
           COPY STHSSEL.
           COPY CHGLOGSEL.
           COPY JRNLSEL.
           COPY TAXSEL.
           COPY TXEXSEL.
           COPY TXJRSEL.

           SELECT PRINT-FILE ASSIGN TO "wrtoff.prt"
               ORGANIZATION IS SEQUENTIAL
           05  WO-ENTRY-DATE       PIC 9(8).
           05  WO-OPERATOR-ID      PIC X(10).

       FD  CHARGEBACK-FILE.
           COPY CMCBREC.

       FD  CUST-PROFIT-FILE.
           COPY CPRFREC.

       FD  CUSTOMER-BALANCE-FILE.
           COPY CBALREC.

       FD  TAX-RATE-FILE.
           COPY TAXREC.

       FD  TAX-EXEMPT-FILE.
           COPY TXEXREC.

           COPY TXJRFD.

           COPY STHSFD.
           COPY CHGLOGFD.
           COPY JRNLFD.
       01  FILE-STATUS-CODE        PIC XX.
       01  ADJUSTMENT-FILE-STATUS  PIC XX.
       01  WRITE-OFF-STATUS        PIC XX.
       01  CHARGEBACK-STATUS       PIC XX.
       01  BALANCE-FILE-STATUS     PIC XX.
       01  TAX-RATE-STATUS         PIC XX.
       01  TAX-EXEMPT-STATUS       PIC XX.

           COPY CHGLOGWS.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  WRITEOFF-CONFIRMED              VALUE "Y".

           COPY STHSWS.
           COPY CPRFWS.
           COPY OPERWS.
           COPY RETCODE.
           COPY JRNLWS.
           COPY TXJRWS.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY VALIDWS.
           05  FILLER              PIC X(13) VALUE "AMOUNT".
           05  FILLER              PIC X(8)  VALUE "REASON".
           05  FILLER              PIC X(12) VALUE "OPERATOR".
           05  FILLER              PIC X(14) VALUE "   TAX BACK".
           05  FILLER              PIC X(73) VALUE SPACES.

       01  WRTOFF-DETAIL-LINE.
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-REASON          PIC X(8).
           05  DTL-OPERATOR        PIC X(12).
           05  DTL-TAX-AMOUNT      PIC ZZZZZZ9.99-.
           05  FILLER              PIC X(76) VALUE SPACES.

       01  WRTOFF-TOTAL-LINE.
           05  FILLER              PIC X(19) VALUE
           IF WRITE-OFF-STATUS = "05" OR "35"
               OPEN OUTPUT WRITE-OFF-FILE
           END-IF.
           OPEN EXTEND CHARGEBACK-FILE.
           IF CHARGEBACK-STATUS = "05" OR "35"
               OPEN OUTPUT CHARGEBACK-FILE
           END-IF.
           PERFORM OPEN-CUST-PROFIT-FILE.
           OPEN EXTEND CUSTOMER-CHANGE-LOG.
           IF CHANGE-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT CUSTOMER-CHANGE-LOG
           PERFORM GET-BUSINESS-DATE.
           PERFORM WRITE-OFFSET-ADJUSTMENT.
           PERFORM WRITE-GL-FEED-RECORD.
           PERFORM JOURNAL-WRITEOFF-TAX.
           PERFORM PLACE-CUSTOMER-ON-HOLD.
           PERFORM PRINT-REGISTER-LINE.
           ADD 1 TO WS-ENTERED-COUNT.
           MOVE WS-BUSINESS-DATE   TO WO-ENTRY-DATE.
           MOVE OP-SIGNED-ON-ID    TO WO-OPERATOR-ID.
           WRITE WRITE-OFF-RECORD.
           MOVE "W"                TO RB-CHARGEBACK-TYPE.
           MOVE CUSTOMER-ID        TO RB-CUSTOMER-ID.
           MOVE SPACES             TO RB-DEPARTMENT.
           MOVE WS-WRITEOFF-AMOUNT TO RB-AMOUNT.
           MOVE WS-BUSINESS-DATE   TO RB-ENTRY-DATE.
           WRITE CHARGEBACK-RECORD.
           MOVE CUSTOMER-ID        TO PF-WS-CUSTOMER-ID.
           MOVE WS-BUSINESS-DATE (1:6) TO PF-WS-PERIOD.
           MOVE "W"                TO PF-WS-COLUMN.
           MOVE WS-WRITEOFF-AMOUNT TO PF-WS-AMOUNT.
           PERFORM POST-CUST-PROFIT.

       JOURNAL-WRITEOFF-TAX.
      *    The balance written off is merchandise - the invoices'
      *    tax sits in the ledger's tax receivable - so the tax on
      *    the debt is figured on top of it, like a return's.
           MOVE CUSTOMER-ID        TO TJ-WS-CUSTOMER-ID.
           MOVE CUSTOMER-STATE     TO TJ-WS-STATE.
           MOVE WS-BUSINESS-DATE   TO TJ-WS-AS-OF-DATE.
           MOVE WS-WRITEOFF-AMOUNT TO TJ-WS-AMOUNT.
           PERFORM FIGURE-REVERSED-TAX.
           MOVE CUSTOMER-STATE     TO TJ-STATE.
           MOVE WS-BUSINESS-DATE   TO TJ-POST-DATE.
           MOVE "WOF"              TO TJ-SOURCE.
           MOVE CUSTOMER-ID        TO TJ-CUSTOMER-ID.
           MOVE 0                  TO TJ-DOCUMENT-NUMBER.
           IF TJ-WS-EXEMPT
               MOVE 0 TO TJ-TAXABLE-AMOUNT
               COMPUTE TJ-EXEMPT-AMOUNT = 0 - WS-WRITEOFF-AMOUNT
           ELSE
               COMPUTE TJ-TAXABLE-AMOUNT = 0 - WS-WRITEOFF-AMOUNT
               MOVE 0 TO TJ-EXEMPT-AMOUNT
           END-IF.
           COMPUTE TJ-TAX-AMOUNT = 0 - TJ-WS-TAX-AMOUNT.
           PERFORM WRITE-TAX-JOURNAL.

       PLACE-CUSTOMER-ON-HOLD.
      *    An account bad enough to write off must not keep taking
           MOVE WS-WRITEOFF-AMOUNT TO DTL-AMOUNT.
           MOVE WS-REASON-CODE     TO DTL-REASON.
           MOVE OP-SIGNED-ON-ID    TO DTL-OPERATOR.
           MOVE TJ-WS-TAX-AMOUNT   TO DTL-TAX-AMOUNT.
           MOVE " " TO PRINT-CC.
           MOVE WRTOFF-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           CLOSE CUSTOMER-FILE.
           CLOSE ADJUSTMENT-FILE.
           CLOSE WRITE-OFF-FILE.
           CLOSE CHARGEBACK-FILE.
           CLOSE CUST-PROFIT-FILE.
           CLOSE CUSTOMER-CHANGE-LOG.
           CLOSE PRINT-FILE.

           COPY STHSPD.
           COPY OPERPD.
           COPY JRNLPD.
           COPY TXJRPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
           COPY CPRFPD.
