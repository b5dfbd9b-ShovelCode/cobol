      *          and the GL extract reads for the cash side of the
      *          journal), and clears the entry file so no check
      *          posts twice. Each payment also relieves the
      *          customer's open items on the open-item detail file:
      *          first the invoices the check names (keyed at the
      *          desk or read off the lockbox stub), then the rest
      *          oldest debt first; anything left unapplied stays on
      *          file as a dated payment credit. Under each check the
      *          register lists what it was applied to, and the same
      *          split is kept on payapply.dat - one record per item
      *          relieved plus one for the unapplied credit - so a
      *          check the bank returns can be unwound by NSFPOST.
      *          A check that pays an item in full on or before the
      *          discount date its payment terms set takes the
      *          early-payment discount: the check relieves the item
      *          less the discount, and the discount itself posts as
      *          its own transaction - off the balance, a DSC line on
      *          the transaction history, a D record on payapply.dat,
      *          its own line and total on the register, and a record
      *          on discpost.dat for the reconciliation and the GL
      *          extract. Whatever a check relieves on a finance
      *          charge item is added into the finance-collected
      *          column of the customer profitability file
      *          (custprof.dat).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY CBALSEL.
           COPY OPNISEL.
           COPY PAPLSEL.
           COPY DSCTSEL.
           COPY TXHSSEL.

           SELECT PRINT-FILE ASSIGN TO "payreg.prt"
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY GLPRSEL.
           COPY CPRFSEL.
           COPY ALERTSEL.
           COPY RUNLOGSEL.

           COPY PAYTREC.

       FD  POSTED-PAYMENT-FILE.
       01  POSTED-PAYMENT-RECORD   PIC X(91).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.
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
       01  WS-REMAINING-AMOUNT     PIC S9(9)V99.
       01  WS-ITEMS-DONE-SWITCH    PIC X.
           88  CUSTOMER-ITEMS-DONE             VALUE "Y".
       01  WS-INVOICE-SUB          PIC 9.
       01  WS-APPLIED-AMOUNT       PIC S9(9)V99.
       01  WS-INVOICE-FOUND-SWITCH PIC X.
           88  NAMED-INVOICE-FOUND             VALUE "Y".
       01  PAYMENT-APPLY-STATUS    PIC XX.
       01  WS-APPLY-SEQUENCE       PIC 9(3).
       01  WS-APPLY-WRITTEN-SWITCH PIC X.
           88  APPLICATION-WRITTEN             VALUE "Y".
       01  DISCOUNT-FILE-STATUS    PIC XX.
       01  WS-DISCOUNT-AMOUNT      PIC S9(7)V99.
       01  WS-CHECK-DISCOUNT       PIC S9(7)V99.
       01  WS-DISCOUNT-COUNT       PIC 9(5)    VALUE 0.
       01  WS-DISCOUNT-TOTAL       PIC S9(9)V99 VALUE 0.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY ALERTWS.
           COPY OPNIWS.
           COPY TXHSWS.
           COPY CPRFWS.

       01  PAYREG-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  DTL-OPERATOR        PIC X(12).
           05  FILLER              PIC X(73) VALUE SPACES.

       01  PAYREG-APPLIED-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  APL-LABEL           PIC X(20).
           05  APL-REFERENCE       PIC X(13).
           05  APL-AMOUNT          PIC ZZZZZZ9.99-.
           05  FILLER              PIC X(84) VALUE SPACES.

       01  PAYREG-TOTAL-LINE.
           05  FILLER              PIC X(21) VALUE
               "CASH RECEIPTS TOTAL: ".
           05  TOT-AMOUNT          PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(99) VALUE SPACES.

       01  PAYREG-DISCOUNT-TOTAL-LINE.
           05  FILLER              PIC X(21) VALUE
               "DISCOUNTS TAKEN:     ".
           05  DSC-TOTAL-AMOUNT    PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(99) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PAYPOST" TO RL-WS-PROGRAM-NAME.
      *    those payments into tonight's expected totals.
               OPEN OUTPUT POSTED-PAYMENT-FILE
               CLOSE POSTED-PAYMENT-FILE
               OPEN OUTPUT DISCOUNT-TAKEN-FILE
               CLOSE DISCOUNT-TAKEN-FILE
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           PERFORM CLEAR-PAYMENT-FILE.
           DISPLAY "PAYMENT POSTING COMPLETE - " WS-POSTED-COUNT
               " POSTED, TOTAL " WS-POSTED-AMOUNT.
           DISPLAY "EARLY-PAYMENT DISCOUNTS - " WS-DISCOUNT-COUNT
               " TAKEN, TOTAL " WS-DISCOUNT-TOTAL.
           IF BALANCE-FILE-STATUS = "00" OR "02"
               MOVE RC-NORMAL TO RETURN-CODE
           ELSE
               OPEN I-O CUSTOMER-BALANCE-FILE
           END-IF.
           PERFORM OPEN-OPEN-ITEM-FILE.
           OPEN I-O PAYMENT-APPLY-FILE.
           IF PAYMENT-APPLY-STATUS = "05" OR "35"
               CLOSE PAYMENT-APPLY-FILE
               OPEN OUTPUT PAYMENT-APPLY-FILE
               CLOSE PAYMENT-APPLY-FILE
               OPEN I-O PAYMENT-APPLY-FILE
           END-IF.
           PERFORM OPEN-CUST-PROFIT-FILE.
           OPEN OUTPUT POSTED-PAYMENT-FILE.
           OPEN OUTPUT DISCOUNT-TAKEN-FILE.
           OPEN OUTPUT PRINT-FILE.

       PRINT-COLUMN-HEADINGS.
           END-READ.
           ADD 1 TO WS-POSTED-COUNT.
           ADD PT-AMOUNT TO WS-POSTED-AMOUNT.
           PERFORM PRINT-REGISTER-LINE.
           MOVE 0 TO WS-CHECK-DISCOUNT.
           PERFORM APPLY-PAYMENT-TO-ITEMS.
           PERFORM STAMP-LAST-ACTIVITY.
           MOVE PT-CUSTOMER-ID    TO TX-CUSTOMER-ID.
           COMPUTE TX-AMOUNT = 0 - PT-AMOUNT.
           MOVE CB-BALANCE        TO TX-RUNNING-BALANCE.
           PERFORM WRITE-TRANSACTION-HISTORY.
           IF WS-CHECK-DISCOUNT > 0
               PERFORM POST-CHECK-DISCOUNT
           END-IF.
           MOVE PAYMENT-TRANS-RECORD TO POSTED-PAYMENT-RECORD.
           WRITE POSTED-PAYMENT-RECORD.
           PERFORM READ-PAYMENT.

       APPLY-PAYMENT-TO-ITEMS.
      *    The invoices the check names come first, in the order
      *    given. The rest works the customer's open items in key
      *    order - the reference starts with the posting date, so
      *    that IS oldest first - drawing each item down until the
      *    check is used up. Whatever cannot be applied stays on
      *    file as a dated payment credit, so the aging shows the
      *    unapplied cash instead of losing it.
           MOVE PT-AMOUNT TO WS-REMAINING-AMOUNT.
           MOVE 0 TO WS-APPLY-SEQUENCE.
           PERFORM APPLY-TO-NAMED-INVOICE
               VARYING WS-INVOICE-SUB FROM 1 BY 1
               UNTIL WS-INVOICE-SUB > 5
                   OR WS-REMAINING-AMOUNT = 0.
           MOVE "N" TO WS-ITEMS-DONE-SWITCH.
           MOVE PT-CUSTOMER-ID TO OI-CUSTOMER-ID.
           MOVE LOW-VALUES     TO OI-REFERENCE.
               MOVE "PAY"             TO OI-WS-ITEM-TYPE
               COMPUTE OI-WS-AMOUNT = 0 - WS-REMAINING-AMOUNT
               PERFORM POST-OPEN-ITEM-AMOUNT
               MOVE "UNAPPLIED CREDIT"   TO APL-LABEL
               MOVE OI-WS-REFERENCE      TO APL-REFERENCE
               MOVE WS-REMAINING-AMOUNT  TO APL-AMOUNT
               PERFORM PRINT-APPLIED-LINE
               MOVE "U"                  TO PA-APPLY-TYPE
               MOVE OI-WS-REFERENCE      TO PA-OI-REFERENCE
               MOVE 0                    TO PA-OI-INVOICE-NUMBER
               MOVE WS-REMAINING-AMOUNT  TO PA-APPLIED-AMOUNT
               PERFORM RECORD-PAYMENT-APPLICATION
           END-IF.

       APPLY-TO-NAMED-INVOICE.
           IF PT-APPLY-INVOICE (WS-INVOICE-SUB) NOT = 0
               MOVE "N" TO WS-INVOICE-FOUND-SWITCH
               MOVE "N" TO WS-ITEMS-DONE-SWITCH
               MOVE PT-CUSTOMER-ID TO OI-CUSTOMER-ID
               MOVE LOW-VALUES     TO OI-REFERENCE
               START OPEN-ITEM-FILE
                   KEY IS GREATER THAN OR EQUAL TO OI-ITEM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ITEMS-DONE-SWITCH
               END-START
               PERFORM FIND-NAMED-INVOICE-ITEM
                   UNTIL CUSTOMER-ITEMS-DONE
                       OR NAMED-INVOICE-FOUND
               IF NAMED-INVOICE-FOUND
                   PERFORM RELIEVE-CURRENT-ITEM
               ELSE
                   MOVE "NOT OPEN - INVOICE" TO APL-LABEL
                   MOVE PT-APPLY-INVOICE (WS-INVOICE-SUB)
                       TO APL-REFERENCE
                   MOVE 0 TO APL-AMOUNT
                   PERFORM PRINT-APPLIED-LINE
               END-IF
           END-IF.

       FIND-NAMED-INVOICE-ITEM.
           PERFORM READ-NEXT-OPEN-ITEM.
           IF NOT CUSTOMER-ITEMS-DONE
               IF OI-INVOICE-NUMBER = PT-APPLY-INVOICE (WS-INVOICE-SUB)
                   AND OI-OPEN-AMOUNT > 0
                   MOVE "Y" TO WS-INVOICE-FOUND-SWITCH
               END-IF
           END-IF.

       READ-NEXT-OPEN-ITEM.

       RELIEVE-ONE-OPEN-ITEM.
           IF OI-OPEN-AMOUNT > 0
               PERFORM RELIEVE-CURRENT-ITEM
           END-IF.
           IF WS-REMAINING-AMOUNT NOT = 0
               PERFORM READ-NEXT-OPEN-ITEM
           END-IF.

       RELIEVE-CURRENT-ITEM.
           MOVE 0 TO WS-DISCOUNT-AMOUNT.
           IF OI-DISCOUNT-PERCENT > 0
               AND PT-ENTRY-DATE NOT > OI-DISCOUNT-DATE
               AND OI-OPEN-AMOUNT = OI-ORIGINAL-AMOUNT
               PERFORM FIGURE-EARLY-PAYMENT-DISCOUNT
           END-IF.
           IF WS-DISCOUNT-AMOUNT > 0
               COMPUTE WS-APPLIED-AMOUNT =
                   OI-OPEN-AMOUNT - WS-DISCOUNT-AMOUNT
           ELSE
               IF OI-OPEN-AMOUNT NOT < WS-REMAINING-AMOUNT
                   MOVE WS-REMAINING-AMOUNT TO WS-APPLIED-AMOUNT
               ELSE
                   MOVE OI-OPEN-AMOUNT TO WS-APPLIED-AMOUNT
               END-IF
           END-IF.
           SUBTRACT WS-APPLIED-AMOUNT  FROM OI-OPEN-AMOUNT.
           SUBTRACT WS-DISCOUNT-AMOUNT FROM OI-OPEN-AMOUNT.
           SUBTRACT WS-APPLIED-AMOUNT  FROM WS-REMAINING-AMOUNT.
           REWRITE OPEN-ITEM-RECORD.
           IF OI-ITEM-TYPE = "FIN"
               MOVE OI-CUSTOMER-ID          TO PF-WS-CUSTOMER-ID
               MOVE WS-TODAY-RUN-DATE (1:6) TO PF-WS-PERIOD
               MOVE "C"                     TO PF-WS-COLUMN
               MOVE WS-APPLIED-AMOUNT       TO PF-WS-AMOUNT
               PERFORM POST-CUST-PROFIT
           END-IF.
           IF OI-INVOICE-NUMBER NOT = 0
               MOVE "APPLIED TO INVOICE" TO APL-LABEL
               MOVE OI-INVOICE-NUMBER    TO APL-REFERENCE
           ELSE
               MOVE "APPLIED TO ITEM"    TO APL-LABEL
               MOVE OI-REFERENCE         TO APL-REFERENCE
           END-IF.
           MOVE WS-APPLIED-AMOUNT TO APL-AMOUNT.
           PERFORM PRINT-APPLIED-LINE.
           MOVE "I"               TO PA-APPLY-TYPE.
           MOVE OI-REFERENCE      TO PA-OI-REFERENCE.
           MOVE OI-INVOICE-NUMBER TO PA-OI-INVOICE-NUMBER.
           MOVE WS-APPLIED-AMOUNT TO PA-APPLIED-AMOUNT.
           PERFORM RECORD-PAYMENT-APPLICATION.
           IF WS-DISCOUNT-AMOUNT > 0
               PERFORM TAKE-EARLY-PAYMENT-DISCOUNT
           END-IF.

       FIGURE-EARLY-PAYMENT-DISCOUNT.
      *    The discount is for paying the item off inside the
      *    window, so it is only allowed on an item nothing has
      *    touched yet and only when what is left of the check
      *    covers the rest of it. A check that falls short pays
      *    the item down at full price.
           COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
               OI-OPEN-AMOUNT * OI-DISCOUNT-PERCENT / 100.
           IF WS-REMAINING-AMOUNT <
                   OI-OPEN-AMOUNT - WS-DISCOUNT-AMOUNT
               MOVE 0 TO WS-DISCOUNT-AMOUNT
           END-IF.

       TAKE-EARLY-PAYMENT-DISCOUNT.
      *    The item, its reference and invoice number are still in
      *    the record area from the application just recorded.
           ADD WS-DISCOUNT-AMOUNT TO WS-CHECK-DISCOUNT.
           ADD 1 TO WS-DISCOUNT-COUNT.
           ADD WS-DISCOUNT-AMOUNT TO WS-DISCOUNT-TOTAL.
           MOVE "DISCOUNT TAKEN"   TO APL-LABEL.
           MOVE WS-DISCOUNT-AMOUNT TO APL-AMOUNT.
           PERFORM PRINT-APPLIED-LINE.
           MOVE "D"                TO PA-APPLY-TYPE.
           MOVE OI-REFERENCE       TO PA-OI-REFERENCE.
           MOVE OI-INVOICE-NUMBER  TO PA-OI-INVOICE-NUMBER.
           MOVE WS-DISCOUNT-AMOUNT TO PA-APPLIED-AMOUNT.
           PERFORM RECORD-PAYMENT-APPLICATION.
           MOVE PT-CUSTOMER-ID     TO DT-CUSTOMER-ID.
           MOVE PT-CHECK-NUMBER    TO DT-CHECK-NUMBER.
           MOVE OI-REFERENCE       TO DT-OI-REFERENCE.
           MOVE OI-INVOICE-NUMBER  TO DT-INVOICE-NUMBER.
           MOVE WS-DISCOUNT-AMOUNT TO DT-AMOUNT.
           MOVE WS-TODAY-RUN-DATE  TO DT-POST-DATE.
           WRITE DISCOUNT-TAKEN-RECORD.

       POST-CHECK-DISCOUNT.
      *    The discounts the check earned come off the balance as a
      *    transaction of their own, after the payment itself.
           SUBTRACT WS-CHECK-DISCOUNT FROM CB-BALANCE.
           REWRITE CUSTOMER-BALANCE-RECORD.
           MOVE PT-CUSTOMER-ID    TO TX-CUSTOMER-ID.
           MOVE WS-TODAY-RUN-DATE TO TX-POST-DATE.
           MOVE "DSC"             TO TX-TYPE.
           MOVE PT-CHECK-NUMBER   TO TX-REFERENCE.
           COMPUTE TX-AMOUNT = 0 - WS-CHECK-DISCOUNT.
           MOVE CB-BALANCE        TO TX-RUNNING-BALANCE.
           PERFORM WRITE-TRANSACTION-HISTORY.

       RECORD-PAYMENT-APPLICATION.
      *    A check number the customer reuses on the same night just
      *    takes the next free sequence - both checks stay whole.
           MOVE PT-CUSTOMER-ID    TO PA-CUSTOMER-ID.
           MOVE PT-CHECK-NUMBER   TO PA-CHECK-NUMBER.
           MOVE WS-TODAY-RUN-DATE TO PA-POST-DATE.
           MOVE PT-AMOUNT         TO PA-CHECK-AMOUNT.
           MOVE 0                 TO PA-NSF-DATE.
           MOVE "N" TO WS-APPLY-WRITTEN-SWITCH.
           PERFORM WRITE-APPLICATION-RECORD
               UNTIL APPLICATION-WRITTEN.

       WRITE-APPLICATION-RECORD.
           ADD 1 TO WS-APPLY-SEQUENCE.
           MOVE WS-APPLY-SEQUENCE TO PA-SEQUENCE.
           WRITE PAYMENT-APPLY-RECORD
               INVALID KEY
                   IF WS-APPLY-SEQUENCE = 999
                       DISPLAY "WARNING - application of check "
                           PT-CHECK-NUMBER " not recorded, STATUS "
                           PAYMENT-APPLY-STATUS
                       MOVE "Y" TO WS-APPLY-WRITTEN-SWITCH
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO WS-APPLY-WRITTEN-SWITCH
           END-WRITE.

       PRINT-APPLIED-LINE.
           MOVE " " TO PRINT-CC.
           MOVE PAYREG-APPLIED-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-REGISTER-LINE.
           MOVE PT-CUSTOMER-ID  TO DTL-CUSTOMER-ID.
           MOVE PAYREG-TOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           MOVE WS-DISCOUNT-TOTAL TO DSC-TOTAL-AMOUNT.
           MOVE " " TO PRINT-CC.
           MOVE PAYREG-DISCOUNT-TOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       STAMP-LAST-ACTIVITY.
      *    A check is activity too - the dormant sweep must not hold
           CLOSE POSTED-PAYMENT-FILE.
           CLOSE CUSTOMER-BALANCE-FILE.
           CLOSE OPEN-ITEM-FILE.
           CLOSE PAYMENT-APPLY-FILE.
           CLOSE DISCOUNT-TAKEN-FILE.
           CLOSE CUST-PROFIT-FILE.
           CLOSE PRINT-FILE.

       CLEAR-PAYMENT-FILE.
           COPY ALERTPD.
           COPY OPNIPD.
           COPY TXHSPD.
           COPY CPRFPD.
