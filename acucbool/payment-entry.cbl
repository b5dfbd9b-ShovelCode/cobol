      *          against the customer balance. At end of batch the
      *          keyed total is proved against the deposit total, so
      *          a mis-keyed amount is caught at the desk instead of
      *          in the bank reconciliation. The clerk may also key
      *          up to five invoice numbers off the remittance stub;
      *          each must be an invoice still open for the customer,
      *          and the nightly posting applies the check to those
      *          invoices before anything else.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY OPNISEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  OPEN-ITEM-FILE.
           COPY OPNIREC.

           COPY OPERFD.
           COPY RUNLOGFD.

       01  WS-ENTERED-TOTAL        PIC S9(9)V99 VALUE 0.
       01  WS-BATCH-DIFFERENCE     PIC S9(9)V99.
       01  WS-DIFFERENCE-EDITED    PIC ZZZZZZZZ9.99-.
       01  OPEN-ITEM-STATUS        PIC XX.
       01  WS-OPEN-ITEM-SWITCH     PIC X       VALUE "N".
           88  OPEN-ITEM-FILE-OPEN             VALUE "Y".
       01  WS-INVOICE-SUB          PIC 9.
       01  WS-WANTED-INVOICE       PIC 9(8).
       01  WS-INVOICES-DONE-SWITCH PIC X.
           88  INVOICES-DONE                   VALUE "Y".
       01  WS-ITEM-SCAN-SWITCH     PIC X.
           88  ITEM-SCAN-DONE                  VALUE "Y".
       01  WS-INVOICE-OK-SWITCH    PIC X.
           88  INVOICE-IS-OPEN                 VALUE "Y".

           COPY OPERWS.
           COPY RETCODE.
           PERFORM LOG-RUN-START.
           PERFORM GET-DEPOSIT-BATCH-TOTAL.
           OPEN INPUT CUSTOMER-FILE.
      *    Without the open-item file the invoice numbers are taken
      *    as keyed; the posting still checks them.
           OPEN INPUT OPEN-ITEM-FILE.
           IF OPEN-ITEM-STATUS = "00"
               MOVE "Y" TO WS-OPEN-ITEM-SWITCH
           END-IF.
           OPEN EXTEND PAYMENT-TRANS-FILE.
           IF PAYMENT-TRANS-STATUS = "05" OR "35"
               OPEN OUTPUT PAYMENT-TRANS-FILE
           PERFORM ENTER-ONE-PAYMENT
               UNTIL OPERATOR-DONE.
           CLOSE CUSTOMER-FILE.
           IF OPEN-ITEM-FILE-OPEN
               CLOSE OPEN-ITEM-FILE
           END-IF.
           CLOSE PAYMENT-TRANS-FILE.
           PERFORM PROVE-BATCH-TOTAL.
           PERFORM LOG-RUN-END.
               MOVE CUSTOMER-ID       TO PT-CUSTOMER-ID
               MOVE WS-CHECK-NUMBER   TO PT-CHECK-NUMBER
               MOVE VAL-NUMERIC-FIELD TO PT-AMOUNT
               PERFORM GET-INVOICES-PAID
               PERFORM GET-BUSINESS-DATE
               MOVE WS-BUSINESS-DATE  TO PT-ENTRY-DATE
               MOVE OP-SIGNED-ON-ID   TO PT-OPERATOR-ID
               END-READ
           END-IF.

       GET-INVOICES-PAID.
           MOVE 0   TO PT-APPLY-INVOICE (1) PT-APPLY-INVOICE (2)
                       PT-APPLY-INVOICE (3) PT-APPLY-INVOICE (4)
                       PT-APPLY-INVOICE (5).
           MOVE 1   TO WS-INVOICE-SUB.
           MOVE "N" TO WS-INVOICES-DONE-SWITCH.
           PERFORM GET-ONE-INVOICE-PAID
               UNTIL INVOICES-DONE.

       GET-ONE-INVOICE-PAID.
           DISPLAY "ENTER INVOICE NUMBER PAID (0 = NO MORE):".
           MOVE 0 TO WS-WANTED-INVOICE.
           ACCEPT WS-WANTED-INVOICE.
           IF WS-WANTED-INVOICE IS NOT NUMERIC
               DISPLAY "Invalid entry - numbers only. Try again."
           ELSE
               IF WS-WANTED-INVOICE = 0
                   MOVE "Y" TO WS-INVOICES-DONE-SWITCH
               ELSE
                   PERFORM CHECK-INVOICE-IS-OPEN
                   IF INVOICE-IS-OPEN
                       MOVE WS-WANTED-INVOICE
                           TO PT-APPLY-INVOICE (WS-INVOICE-SUB)
                       ADD 1 TO WS-INVOICE-SUB
                       IF WS-INVOICE-SUB > 5
                           MOVE "Y" TO WS-INVOICES-DONE-SWITCH
                       END-IF
                   ELSE
                       DISPLAY "INVOICE " WS-WANTED-INVOICE
                           " IS NOT OPEN FOR THIS CUSTOMER - "
                           "NOT RECORDED."
                   END-IF
               END-IF
           END-IF.

       CHECK-INVOICE-IS-OPEN.
      *    The customer's items are read in key order looking for
      *    one tied to the invoice with money still owing on it.
           IF NOT OPEN-ITEM-FILE-OPEN
               MOVE "Y" TO WS-INVOICE-OK-SWITCH
           ELSE
               MOVE "N" TO WS-INVOICE-OK-SWITCH
               MOVE "N" TO WS-ITEM-SCAN-SWITCH
               MOVE CUSTOMER-ID TO OI-CUSTOMER-ID
               MOVE LOW-VALUES  TO OI-REFERENCE
               START OPEN-ITEM-FILE
                   KEY IS GREATER THAN OR EQUAL TO OI-ITEM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ITEM-SCAN-SWITCH
               END-START
               PERFORM CHECK-ONE-OPEN-ITEM
                   UNTIL ITEM-SCAN-DONE
           END-IF.

       CHECK-ONE-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ITEM-SCAN-SWITCH
               NOT AT END
                   IF OI-CUSTOMER-ID NOT = CUSTOMER-ID
                       MOVE "Y" TO WS-ITEM-SCAN-SWITCH
                   ELSE
                       IF OI-INVOICE-NUMBER = WS-WANTED-INVOICE
                           AND OI-OPEN-AMOUNT > 0
                           MOVE "Y" TO WS-INVOICE-OK-SWITCH
                           MOVE "Y" TO WS-ITEM-SCAN-SWITCH
                       END-IF
                   END-IF
           END-READ.

       GET-CHECK-NUMBER.
           MOVE SPACES TO WS-CHECK-NUMBER.
           PERFORM UNTIL WS-CHECK-NUMBER NOT = SPACES
