      *          customer. Each customer's night of order lines also
      *          lands as one dated item on the open-item detail
      *          file, so the aged trial balance can say how old the
      *          debt behind CB-BALANCE is. The item falls due -
      *          and, on discount terms, has its discount window -
      *          by the payment terms TERMMNT assigned the customer
      *          (custterm.dat against terms.dat); a customer with
      *          none is on the house terms, net 30. A posted-through
      *          checkpoint (ordpsck.dat, the discipline CUSTLOAD's
      *          load proved out) lands after every line, so a
      *          restart resumes at the first unposted line instead

           COPY CBALSEL.
           COPY OPNISEL.
           COPY TERMSEL.
           COPY CTRMSEL.
           COPY TXHSSEL.
           COPY RUNLOGSEL.

       FD  OPEN-ITEM-FILE.
           COPY OPNIREC.

       FD  PAYMENT-TERMS-FILE.
           COPY TERMREC.

       FD  CUSTOMER-TERMS-FILE.
           COPY CTRMREC.

           COPY TXHSFD.

       FD  POST-CHECKPOINT-FILE.
       01  POST-CHECKPOINT-STATUS  PIC XX.
       01  WS-RECORD-NUMBER        PIC 9(6)    VALUE 0.
       01  WS-SKIP-TARGET          PIC 9(6)    VALUE 0.
       01  TERMS-FILE-STATUS       PIC XX.
       01  CUSTOMER-TERMS-STATUS   PIC XX.
       01  WS-TERMS-FILES-SWITCH   PIC X       VALUE "N".
           88  TERMS-FILES-OPEN                VALUE "Y".
       01  WS-TERMS-CUSTOMER-ID    PIC X(10)   VALUE SPACES.
       01  WS-TODAY-INTEGER        PIC 9(7).

           COPY RETCODE.
           COPY RUNLOGWS.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-RUN-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-RUN-DATE).
           PERFORM READ-POST-CHECKPOINT.
           PERFORM OPEN-FILES.
           IF WS-SKIP-TARGET > 0
               OPEN I-O CUSTOMER-BALANCE-FILE
           END-IF.
           PERFORM OPEN-OPEN-ITEM-FILE.
      *    Without both terms files every customer posts on the
      *    house terms.
           OPEN INPUT PAYMENT-TERMS-FILE.
           IF TERMS-FILE-STATUS = "00"
               OPEN INPUT CUSTOMER-TERMS-FILE
               IF CUSTOMER-TERMS-STATUS = "00"
                   MOVE "Y" TO WS-TERMS-FILES-SWITCH
               ELSE
                   CLOSE PAYMENT-TERMS-FILE
               END-IF
           END-IF.

       READ-ACCEPTED-ORDER.
           READ ACCEPTED-ORDER-FILE
           MOVE "O"                TO OI-WS-REF-TYPE.
           MOVE "ORD"              TO OI-WS-ITEM-TYPE.
           MOVE WS-EXTENDED-AMOUNT TO OI-WS-AMOUNT.
           IF AO-CUSTOMER-ID NOT = WS-TERMS-CUSTOMER-ID
               PERFORM LOAD-CUSTOMER-TERMS
           END-IF.
           PERFORM POST-OPEN-ITEM-AMOUNT.
           PERFORM STAMP-LAST-ACTIVITY.
           MOVE AO-CUSTOMER-ID     TO TX-CUSTOMER-ID.
           PERFORM WRITE-POST-CHECKPOINT.
           PERFORM READ-ACCEPTED-ORDER.

       LOAD-CUSTOMER-TERMS.
      *    The due and discount dates count from tonight, the date
      *    the item is created. Zero due date leaves the item on the
      *    house terms.
           MOVE AO-CUSTOMER-ID TO WS-TERMS-CUSTOMER-ID.
           MOVE 0 TO OI-WS-DUE-DATE.
           MOVE 0 TO OI-WS-DISCOUNT-DATE.
           MOVE 0 TO OI-WS-DISCOUNT-PERCENT.
           IF TERMS-FILES-OPEN
               MOVE AO-CUSTOMER-ID TO CT-CUSTOMER-ID
               READ CUSTOMER-TERMS-FILE
                   KEY IS CT-CUSTOMER-ID
                   INVALID KEY
                       MOVE SPACES TO CT-TERMS-CODE
               END-READ
               IF CT-TERMS-CODE NOT = SPACES
                   MOVE CT-TERMS-CODE TO TM-TERMS-CODE
                   READ PAYMENT-TERMS-FILE
                       KEY IS TM-TERMS-CODE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM DATE-ITEM-FROM-TERMS
                   END-READ
               END-IF
           END-IF.

       DATE-ITEM-FROM-TERMS.
           COMPUTE OI-WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INTEGER + TM-NET-DAYS).
           IF TM-DISCOUNT-PERCENT > 0
               COMPUTE OI-WS-DISCOUNT-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INTEGER + TM-DISCOUNT-DAYS)
               MOVE TM-DISCOUNT-PERCENT TO OI-WS-DISCOUNT-PERCENT
           END-IF.

       READ-POST-CHECKPOINT.
      *    A non-zero checkpoint left on file means the prior run
      *    died mid-posting; the counters carry forward so tonight's
           CLOSE CUSTOMER-FILE.
           CLOSE CUSTOMER-BALANCE-FILE.
           CLOSE OPEN-ITEM-FILE.
           IF TERMS-FILES-OPEN
               CLOSE PAYMENT-TERMS-FILE
               CLOSE CUSTOMER-TERMS-FILE
           END-IF.

           COPY RUNLOGPD.
           COPY OPNIPD.
