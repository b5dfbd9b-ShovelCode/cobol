      *          checks the bank already keyed stop being re-keyed by
      *          hand. Unmatched items go to a suspense file with a
      *          reason code the way ordsusp.dat works for order
      *          lines, for account services to work at the suspense
      *          workstation (PAYSUSWK). The transmission is
      *          CONSUMED: archived to a dated lbproc file and
      *          truncated, so a stale delivery can
      *          never import the same checks twice. The invoice
      *          numbers the bank reads off the stub (up to five)
      *          ride along on the payment so the posting applies the
      *          check to those invoices first; a slot the bank left
      *          blank or unreadable counts as no invoice.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY PAYTSEL.

           COPY PSUSSEL.

           SELECT PROCESSED-LOCKBOX-FILE ASSIGN TO WS-LBPROC-NAME
               ORGANIZATION IS SEQUENTIAL
           05  LB-CHECK-NUMBER     PIC X(10).
           05  LB-AMOUNT           PIC 9(7)V99.
           05  LB-DEPOSIT-DATE     PIC 9(8).
           05  LB-INVOICE-NUMBER   PIC X(8)    OCCURS 5 TIMES.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.
       FD  PAYMENT-TRANS-FILE.
           COPY PAYTREC.

       FD  PAYMENT-SUSPENSE-FILE.
           COPY PSUSREC.

       FD  PROCESSED-LOCKBOX-FILE.
       01  PROCESSED-LOCKBOX-RECORD PIC X(107).

           COPY RUNLOGFD.
           COPY ALERTFD.
       01  WS-MATCH-OK-SWITCH      PIC X       VALUE "N".
           88  REMITTANCE-MATCHED              VALUE "Y".
       01  WS-SUSPEND-REASON       PIC X(4).
       01  WS-INVOICE-SUB          PIC 9.
       01  WS-TODAY-RUN-DATE       PIC 9(8).
       01  WS-LBPROC-NAME.
           05  FILLER              PIC X(7)  VALUE "lbproc.".
           MOVE WS-TODAY-RUN-DATE TO PT-ENTRY-DATE.
           MOVE "LOCKBOX"         TO PT-OPERATOR-ID.
           MOVE "LBOX"            TO PT-SOURCE-CODE.
           PERFORM CARRY-ONE-INVOICE-NUMBER
               VARYING WS-INVOICE-SUB FROM 1 BY 1
               UNTIL WS-INVOICE-SUB > 5.
           WRITE PAYMENT-TRANS-RECORD.
           ADD 1 TO WS-MATCHED-COUNT.
           ADD LB-AMOUNT TO WS-MATCHED-AMOUNT.

       CARRY-ONE-INVOICE-NUMBER.
           IF LB-INVOICE-NUMBER (WS-INVOICE-SUB) IS NUMERIC
               MOVE LB-INVOICE-NUMBER (WS-INVOICE-SUB)
                   TO PT-APPLY-INVOICE (WS-INVOICE-SUB)
           ELSE
               MOVE 0 TO PT-APPLY-INVOICE (WS-INVOICE-SUB)
           END-IF.

       WRITE-SUSPENSE-ITEM.
           MOVE LB-ACCOUNT-ID     TO PS-ACCOUNT-ID.
           MOVE LB-REMITTER-NAME  TO PS-REMITTER-NAME.
           MOVE LB-CHECK-NUMBER   TO PS-CHECK-NUMBER.
           MOVE LB-AMOUNT         TO PS-AMOUNT.
           MOVE LB-DEPOSIT-DATE   TO PS-DEPOSIT-DATE.
           PERFORM SUSPEND-ONE-INVOICE-NUMBER
               VARYING WS-INVOICE-SUB FROM 1 BY 1
               UNTIL WS-INVOICE-SUB > 5.
           MOVE WS-SUSPEND-REASON TO PS-REASON-CODE.
           MOVE WS-TODAY-RUN-DATE TO PS-SUSPENSE-DATE.
           WRITE PAYMENT-SUSPENSE-RECORD.
           DISPLAY "  ** SUSPENDED (" WS-SUSPEND-REASON ") CHECK "
               LB-CHECK-NUMBER " " LB-REMITTER-NAME " **".

       SUSPEND-ONE-INVOICE-NUMBER.
           MOVE LB-INVOICE-NUMBER (WS-INVOICE-SUB)
               TO PS-INVOICE-NUMBER (WS-INVOICE-SUB).

       CONSUME-LOCKBOX-FILE.
      *    Imported means imported - the transmission moves to a
      *    dated archive and lockbox.dat is truncated, the same
