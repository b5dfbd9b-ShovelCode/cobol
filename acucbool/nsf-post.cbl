       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSFPOST.
      ******************************************************************
      * Purpose: Nightly returned-check (NSF) posting. Each check
      *          NSFENTRY queued on nsftrans.dat has its original
      *          balance credit reversed on custbal.dat, and the open
      *          items it relieved are re-opened from its records on
      *          the payment application file - an invoice or item
      *          gets back exactly what the check took off it, and
      *          an unapplied payment credit the check left is
      *          reduced by the same amount. An item no longer on
      *          file (or any part of the check with no application
      *          record) is re-opened as a new dated NSF item, so
      *          the aging always carries the whole check again.
      *          An early-payment discount the check earned is lost
      *          with it: the item gets the discount back too, the
      *          balance goes back up by it as its own DSC
      *          transaction, and a reversing record lands on
      *          discpost.dat behind PAYPOST's. What the check had
      *          paid on a finance charge item comes back off the
      *          finance-collected column of the customer
      *          profitability file (custprof.dat).
      *          The reversal is written to the transaction history
      *          as type NSF, printed on the returned-check register
      *          with what was re-opened under each check, and
      *          copied to nsfpost.dat (which the balance
      *          reconciliation totals and the GL extract turns into
      *          a receivables debit against cash). The entry file
      *          is then cleared so nothing reverses twice.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NSFTSEL.

           SELECT POSTED-NSF-FILE ASSIGN TO "nsfpost.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSTED-NSF-STATUS.

           COPY CBALSEL.
           COPY OPNISEL.
           COPY PAPLSEL.
           COPY DSCTSEL.
           COPY TXHSSEL.

           SELECT PRINT-FILE ASSIGN TO "nsfreg.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY GLPRSEL.
           COPY CPRFSEL.
           COPY ALERTSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  NSF-TRANS-FILE.
           COPY NSFTREC.

       FD  POSTED-NSF-FILE.
       01  POSTED-NSF-RECORD       PIC X(62).

       FD  CUSTOMER-BALANCE-FILE.
           COPY CBALREC.

       FD  OPEN-ITEM-FILE.
           COPY OPNIREC.

       FD  PAYMENT-APPLY-FILE.
           COPY PAPLREC.

       FD  DISCOUNT-TAKEN-FILE.
           COPY DSCTREC.

           COPY TXHSFD.

       FD  CUST-PROFIT-FILE.
           COPY CPRFREC.

           COPY PRTRECFD.
           COPY GLPRFD.
           COPY ALERTFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  NSF-TRANS-STATUS        PIC XX.
       01  POSTED-NSF-STATUS       PIC XX.
       01  BALANCE-FILE-STATUS     PIC XX.
       01  PAYMENT-APPLY-STATUS    PIC XX.
       01  WS-APPLY-FILE-SWITCH    PIC X       VALUE "N".
           88  APPLY-FILE-OPEN                 VALUE "Y".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-RETURNED-CHECKS          VALUE "Y".
       01  WS-SCAN-SWITCH          PIC X.
           88  APPLICATION-SCAN-DONE           VALUE "Y".
       01  WS-POSTED-COUNT         PIC 9(5)    VALUE 0.
       01  WS-POSTED-AMOUNT        PIC S9(9)V99 VALUE 0.
       01  WS-REOPENED-AMOUNT      PIC S9(9)V99.
       01  DISCOUNT-FILE-STATUS    PIC XX.
       01  WS-DISCOUNT-REVERSED    PIC S9(7)V99.
       01  WS-DISCOUNT-REVERSED-TOTAL PIC S9(9)V99 VALUE 0.
       01  WS-TODAY-RUN-DATE       PIC 9(8).

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY GLPRWS.
           COPY ALERTWS.
           COPY OPNIWS.
           COPY TXHSWS.
           COPY CPRFWS.

       01  NSFREG-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(12) VALUE "CHECK-NO".
           05  FILLER              PIC X(10) VALUE "POSTED".
           05  FILLER              PIC X(13) VALUE "AMOUNT".
           05  FILLER              PIC X(11) VALUE "FEE".
           05  FILLER              PIC X(12) VALUE "OPERATOR".
           05  FILLER              PIC X(62) VALUE SPACES.

       01  NSFREG-DETAIL-LINE.
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-CHECK-NUMBER    PIC X(12).
           05  DTL-POST-DATE       PIC 9(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-AMOUNT          PIC ZZZZZZ9.99-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-FEE             PIC ZZZZ9.99-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-OPERATOR        PIC X(12).
           05  FILLER              PIC X(62) VALUE SPACES.

       01  NSFREG-REOPENED-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  RPN-LABEL           PIC X(20).
           05  RPN-REFERENCE       PIC X(13).
           05  RPN-AMOUNT          PIC ZZZZZZ9.99-.
           05  FILLER              PIC X(84) VALUE SPACES.

       01  NSFREG-TOTAL-LINE.
           05  FILLER              PIC X(24) VALUE
               "RETURNED CHECKS TOTAL: ".
           05  TOT-AMOUNT          PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "NSFPOST" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           OPEN INPUT NSF-TRANS-FILE.
           IF NSF-TRANS-STATUS NOT = "00"
               DISPLAY "NO RETURNED CHECKS TO POST TONIGHT"
      *    Still truncate nsfpost.dat - the balance reconciliation
      *    and the GL extract total it with no date filter, so
      *    leaving last night's posted file behind would count
      *    those reversals again.
               OPEN OUTPUT POSTED-NSF-FILE
               CLOSE POSTED-NSF-FILE
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-RUN-DATE.
      *    Nothing posts into a period accounting has closed - the
      *    entry file stays put for the rerun after the date is
      *    fixed, and the morning alert says why nothing moved.
           MOVE WS-TODAY-RUN-DATE (1:6) TO GP-WS-POSTING-PERIOD.
           PERFORM CHECK-GL-PERIOD.
           IF GP-PERIOD-CLOSED
               DISPLAY "*** GL PERIOD " GP-WS-POSTING-PERIOD
                   " IS CLOSED - POSTING REFUSED"
               MOVE "SEVERE" TO OA-SEVERITY
               MOVE "NSFPOST" TO OA-PROGRAM-NAME
               MOVE "POSTING REFUSED - GL PERIOD IS CLOSED"
                   TO OA-MESSAGE-TEXT
               PERFORM WRITE-OPERATOR-ALERT
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM OPEN-REMAINING-FILES.
           MOVE "NSFPOST" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           PERFORM READ-RETURNED-CHECK.
           PERFORM POST-ONE-RETURNED-CHECK
               UNTIL END-OF-RETURNED-CHECKS.
           PERFORM PRINT-REGISTER-TOTAL.
           PERFORM PRINT-REPORT-TRAILER.
           PERFORM CLOSE-FILES.
           PERFORM CLEAR-NSF-FILE.
           DISPLAY "NSF POSTING COMPLETE - " WS-POSTED-COUNT
               " REVERSED, TOTAL " WS-POSTED-AMOUNT
               ", DISCOUNTS REVERSED " WS-DISCOUNT-REVERSED-TOTAL.
           IF BALANCE-FILE-STATUS = "00" OR "02"
               MOVE RC-NORMAL TO RETURN-CODE
           ELSE
               DISPLAY "WARNING - balance file status "
                   BALANCE-FILE-STATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-REMAINING-FILES.
           OPEN I-O CUSTOMER-BALANCE-FILE.
           IF BALANCE-FILE-STATUS = "05" OR "35"
               CLOSE CUSTOMER-BALANCE-FILE
               OPEN OUTPUT CUSTOMER-BALANCE-FILE
               CLOSE CUSTOMER-BALANCE-FILE
               OPEN I-O CUSTOMER-BALANCE-FILE
           END-IF.
           PERFORM OPEN-OPEN-ITEM-FILE.
      *    Without the application file every check re-opens whole
      *    as one new NSF item - the balance side is unaffected.
           OPEN INPUT PAYMENT-APPLY-FILE.
           IF PAYMENT-APPLY-STATUS = "00"
               MOVE "Y" TO WS-APPLY-FILE-SWITCH
           END-IF.
           PERFORM OPEN-CUST-PROFIT-FILE.
           OPEN OUTPUT POSTED-NSF-FILE.
      *    Tonight's reversals follow the discounts PAYPOST wrote.
           OPEN EXTEND DISCOUNT-TAKEN-FILE.
           IF DISCOUNT-FILE-STATUS = "05" OR "35"
               OPEN OUTPUT DISCOUNT-TAKEN-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE NSFREG-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       READ-RETURNED-CHECK.
           READ NSF-TRANS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       POST-ONE-RETURNED-CHECK.
           MOVE NS-CUSTOMER-ID TO CB-CUSTOMER-ID.
           READ CUSTOMER-BALANCE-FILE
               KEY IS CB-CUSTOMER-ID
               INVALID KEY
                   MOVE NS-CUSTOMER-ID TO CB-CUSTOMER-ID
                   MOVE NS-AMOUNT TO CB-BALANCE
                   WRITE CUSTOMER-BALANCE-RECORD
               NOT INVALID KEY
                   ADD NS-AMOUNT TO CB-BALANCE
                   REWRITE CUSTOMER-BALANCE-RECORD
           END-READ.
           ADD 1 TO WS-POSTED-COUNT.
           ADD NS-AMOUNT TO WS-POSTED-AMOUNT.
           PERFORM PRINT-REGISTER-LINE.
           MOVE 0 TO WS-DISCOUNT-REVERSED.
           PERFORM REOPEN-CHECK-ITEMS.
           MOVE NS-CUSTOMER-ID    TO TX-CUSTOMER-ID.
           MOVE WS-TODAY-RUN-DATE TO TX-POST-DATE.
           MOVE "NSF"             TO TX-TYPE.
           MOVE NS-CHECK-NUMBER   TO TX-REFERENCE.
           MOVE NS-AMOUNT         TO TX-AMOUNT.
           MOVE CB-BALANCE        TO TX-RUNNING-BALANCE.
           PERFORM WRITE-TRANSACTION-HISTORY.
           IF WS-DISCOUNT-REVERSED NOT = 0
               PERFORM POST-DISCOUNT-REVERSAL
           END-IF.
           MOVE NSF-TRANS-RECORD TO POSTED-NSF-RECORD.
           WRITE POSTED-NSF-RECORD.
           PERFORM READ-RETURNED-CHECK.

       REOPEN-CHECK-ITEMS.
      *    The check's records follow one another under the key, in
      *    the order the posting relieved the items.
           MOVE 0 TO WS-REOPENED-AMOUNT.
           MOVE "N" TO WS-SCAN-SWITCH.
           IF NOT APPLY-FILE-OPEN
               MOVE "Y" TO WS-SCAN-SWITCH
           ELSE
               MOVE NS-CUSTOMER-ID  TO PA-CUSTOMER-ID
               MOVE NS-CHECK-NUMBER TO PA-CHECK-NUMBER
               MOVE NS-POST-DATE    TO PA-POST-DATE
               MOVE 0               TO PA-SEQUENCE
               START PAYMENT-APPLY-FILE
                   KEY IS GREATER THAN OR EQUAL TO PA-APPLY-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-SWITCH
               END-START
           END-IF.
           PERFORM REOPEN-ONE-APPLICATION
               UNTIL APPLICATION-SCAN-DONE.
           IF WS-REOPENED-AMOUNT NOT = NS-AMOUNT
               COMPUTE OI-WS-AMOUNT = NS-AMOUNT - WS-REOPENED-AMOUNT
               PERFORM POST-NEW-NSF-ITEM
           END-IF.

       REOPEN-ONE-APPLICATION.
           READ PAYMENT-APPLY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-SWITCH
               NOT AT END
                   IF PA-CUSTOMER-ID NOT = NS-CUSTOMER-ID
                       OR PA-CHECK-NUMBER NOT = NS-CHECK-NUMBER
                       OR PA-POST-DATE NOT = NS-POST-DATE
                       MOVE "Y" TO WS-SCAN-SWITCH
                   ELSE
                       PERFORM REOPEN-APPLIED-ITEM
                   END-IF
           END-READ.

       REOPEN-APPLIED-ITEM.
      *    A discount record puts the discount back on the item too,
      *    but it was never part of the check, so it stays out of
      *    the re-opened total that has to match the check amount.
           MOVE NS-CUSTOMER-ID       TO OI-CUSTOMER-ID.
           MOVE PA-OI-REFERENCE      TO OI-REFERENCE.
           MOVE PA-OI-INVOICE-NUMBER TO OI-INVOICE-NUMBER.
           READ OPEN-ITEM-FILE
               KEY IS OI-ITEM-KEY
               INVALID KEY
                   MOVE PA-APPLIED-AMOUNT TO OI-WS-AMOUNT
                   PERFORM POST-NEW-NSF-ITEM
               NOT INVALID KEY
                   ADD PA-APPLIED-AMOUNT TO OI-OPEN-AMOUNT
                   REWRITE OPEN-ITEM-RECORD
                   EVALUATE TRUE
                       WHEN PA-UNAPPLIED-CREDIT
                           MOVE "CREDIT REVERSED"   TO RPN-LABEL
                           MOVE OI-REFERENCE        TO RPN-REFERENCE
                       WHEN PA-DISCOUNT-TAKEN
                           MOVE "DISCOUNT REVERSED" TO RPN-LABEL
                           MOVE OI-REFERENCE        TO RPN-REFERENCE
                       WHEN OTHER
                           IF OI-INVOICE-NUMBER NOT = 0
                               MOVE "RE-OPENED INVOICE"
                                   TO RPN-LABEL
                               MOVE OI-INVOICE-NUMBER
                                   TO RPN-REFERENCE
                           ELSE
                               MOVE "RE-OPENED ITEM"   TO RPN-LABEL
                               MOVE OI-REFERENCE       TO RPN-REFERENCE
                           END-IF
                   END-EVALUATE
                   MOVE PA-APPLIED-AMOUNT TO RPN-AMOUNT
                   PERFORM PRINT-REOPENED-LINE
           END-READ.
           IF PA-DISCOUNT-TAKEN
               PERFORM REVERSE-DISCOUNT-TAKEN
           ELSE
               ADD PA-APPLIED-AMOUNT TO WS-REOPENED-AMOUNT
           END-IF.
      *    The reference's source letter still says finance charge
      *    after the month-end aging has dropped the item itself.
           IF PA-APPLIED-TO-ITEM
               AND PA-OI-REFERENCE (9:1) = "F"
               PERFORM REVERSE-FINANCE-COLLECTED
           END-IF.

       REVERSE-FINANCE-COLLECTED.
           MOVE NS-CUSTOMER-ID          TO PF-WS-CUSTOMER-ID.
           MOVE WS-TODAY-RUN-DATE (1:6) TO PF-WS-PERIOD.
           MOVE "C"                     TO PF-WS-COLUMN.
           COMPUTE PF-WS-AMOUNT = 0 - PA-APPLIED-AMOUNT.
           PERFORM POST-CUST-PROFIT.

       REVERSE-DISCOUNT-TAKEN.
           ADD PA-APPLIED-AMOUNT TO WS-DISCOUNT-REVERSED.
           ADD PA-APPLIED-AMOUNT TO WS-DISCOUNT-REVERSED-TOTAL.
           MOVE NS-CUSTOMER-ID       TO DT-CUSTOMER-ID.
           MOVE NS-CHECK-NUMBER      TO DT-CHECK-NUMBER.
           MOVE PA-OI-REFERENCE      TO DT-OI-REFERENCE.
           MOVE PA-OI-INVOICE-NUMBER TO DT-INVOICE-NUMBER.
           COMPUTE DT-AMOUNT = 0 - PA-APPLIED-AMOUNT.
           MOVE WS-TODAY-RUN-DATE    TO DT-POST-DATE.
           WRITE DISCOUNT-TAKEN-RECORD.

       POST-DISCOUNT-REVERSAL.
      *    The lost discount goes back on the balance as its own
      *    transaction, after the returned check.
           ADD WS-DISCOUNT-REVERSED TO CB-BALANCE.
           REWRITE CUSTOMER-BALANCE-RECORD.
           MOVE NS-CUSTOMER-ID       TO TX-CUSTOMER-ID.
           MOVE WS-TODAY-RUN-DATE    TO TX-POST-DATE.
           MOVE "DSC"                TO TX-TYPE.
           MOVE NS-CHECK-NUMBER      TO TX-REFERENCE.
           MOVE WS-DISCOUNT-REVERSED TO TX-AMOUNT.
           MOVE CB-BALANCE           TO TX-RUNNING-BALANCE.
           PERFORM WRITE-TRANSACTION-HISTORY.

       POST-NEW-NSF-ITEM.
      *    Caller loads OI-WS-AMOUNT. One dated N item per customer
      *    per night, the same accumulation every posting gets.
           MOVE NS-CUSTOMER-ID    TO OI-WS-CUSTOMER-ID.
           MOVE WS-TODAY-RUN-DATE TO OI-WS-REF-DATE.
           MOVE "N"               TO OI-WS-REF-TYPE.
           MOVE "NSF"             TO OI-WS-ITEM-TYPE.
           PERFORM POST-OPEN-ITEM-AMOUNT.
           MOVE "RE-OPENED AS NEW"   TO RPN-LABEL.
           MOVE OI-WS-REFERENCE      TO RPN-REFERENCE.
           MOVE OI-WS-AMOUNT         TO RPN-AMOUNT.
           PERFORM PRINT-REOPENED-LINE.

       PRINT-REOPENED-LINE.
           MOVE " " TO PRINT-CC.
           MOVE NSFREG-REOPENED-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-REGISTER-LINE.
           MOVE NS-CUSTOMER-ID  TO DTL-CUSTOMER-ID.
           MOVE NS-CHECK-NUMBER TO DTL-CHECK-NUMBER.
           MOVE NS-POST-DATE    TO DTL-POST-DATE.
           MOVE NS-AMOUNT       TO DTL-AMOUNT.
           MOVE NS-FEE-AMOUNT   TO DTL-FEE.
           MOVE NS-OPERATOR-ID  TO DTL-OPERATOR.
           MOVE " " TO PRINT-CC.
           MOVE NSFREG-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-REGISTER-TOTAL.
           MOVE WS-POSTED-AMOUNT TO TOT-AMOUNT.
           MOVE " " TO PRINT-CC.
           MOVE NSFREG-TOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       CLOSE-FILES.
           CLOSE NSF-TRANS-FILE.
           CLOSE POSTED-NSF-FILE.
           CLOSE DISCOUNT-TAKEN-FILE.
           CLOSE CUSTOMER-BALANCE-FILE.
           CLOSE OPEN-ITEM-FILE.
           CLOSE CUST-PROFIT-FILE.
           IF APPLY-FILE-OPEN
               CLOSE PAYMENT-APPLY-FILE
           END-IF.
           CLOSE PRINT-FILE.

       CLEAR-NSF-FILE.
      *    Posted means posted - an empty entry file is what keeps
      *    tonight's returned checks out of tomorrow's posting.
           OPEN OUTPUT NSF-TRANS-FILE.
           CLOSE NSF-TRANS-FILE.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY GLPRPD.
           COPY ALERTPD.
           COPY OPNIPD.
           COPY TXHSPD.
           COPY CPRFPD.
