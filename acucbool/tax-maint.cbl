      *          instead of accounting computing tax by hand from the
      *          register. Rates carry four implied decimals: 0825 is
      *          8.25 percent. A state not on the table is taxed at
      *          zero by the invoice run. Also keeps the customers'
      *          sales tax exemption certificates (taxexmpt.dat) -
      *          certificate number and expiry date per customer per
      *          state - the way TERMMNT keeps customer terms beside
      *          its table. Anyone may look a certificate up; keying,
      *          renewing or removing one is a supervisor action,
      *          since it takes the tax off every invoice after it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TAXSEL.
           COPY TXEXSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY OPERSEL.
           COPY RUNLOGSEL.

       FD  TAX-RATE-FILE.
           COPY TAXREC.

       FD  TAX-EXEMPT-FILE.
           COPY TXEXREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  TAX-RATE-STATUS         PIC XX.
       01  TAX-EXEMPT-STATUS       PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  WS-TRANSACTION-CODE     PIC X.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-RATE-DISPLAY         PIC 9.9999.
       01  WS-NEW-CERTIFICATE      PIC X(20).
       01  WS-DATE-OK-SWITCH       PIC X       VALUE "N".
           88  EXPIRY-DATE-ACCEPTED            VALUE "Y".
       01  WS-DATE-CHECK           PIC 9(8).

           COPY OPERWS.
           COPY RETCODE.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-TAX-FILE.
           PERFORM PROCESS-ONE-TRANSACTION
               UNTIL OPERATOR-DONE.
           CLOSE TAX-RATE-FILE.
           CLOSE TAX-EXEMPT-FILE.
           CLOSE CUSTOMER-FILE.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.
               CLOSE TAX-RATE-FILE
               OPEN I-O TAX-RATE-FILE
           END-IF.
           OPEN I-O TAX-EXEMPT-FILE.
           IF TAX-EXEMPT-STATUS = "05" OR "35"
               CLOSE TAX-EXEMPT-FILE
               OPEN OUTPUT TAX-EXEMPT-FILE
               CLOSE TAX-EXEMPT-FILE
               OPEN I-O TAX-EXEMPT-FILE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.

       PROCESS-ONE-TRANSACTION.
           DISPLAY "TAX RATE MAINTENANCE - "
               "A)dd U)pdate I)nquiry E)xemption Q)uit".
           ACCEPT WS-TRANSACTION-CODE.
           EVALUATE WS-TRANSACTION-CODE
               WHEN "A"
               WHEN "I"
               WHEN "i"
                   PERFORM INQUIRY-TRANSACTION
               WHEN "E"
               WHEN "e"
                   PERFORM EXEMPTION-TRANSACTION
                       THRU EXEMPTION-TRANSACTION-EXIT
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid transaction code - enter "
                       "A/U/I/E/Q."
           END-EVALUATE.

       ADD-TRANSACTION.
           END-PERFORM.
           COMPUTE TX-RATE = VAL-NUMERIC-FIELD / 100.

       EXEMPTION-TRANSACTION.
           DISPLAY "ENTER CUSTOMER ID:".
           ACCEPT CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE."
                   GO TO EXEMPTION-TRANSACTION-EXIT
           END-READ.
           DISPLAY "CUSTOMER : " CUSTOMER-NAME.
           DISPLAY "ENTER STATE CODE:".
           ACCEPT XC-STATE.
           MOVE CUSTOMER-ID TO XC-CUSTOMER-ID.
           READ TAX-EXEMPT-FILE
               KEY IS XC-CERTIFICATE-KEY
               INVALID KEY
                   DISPLAY "NO CERTIFICATE ON FILE - TAXED"
               NOT INVALID KEY
                   PERFORM SHOW-CERTIFICATE
           END-READ.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "Supervisor authority is required to change an "
                   "exemption certificate."
               GO TO EXEMPTION-TRANSACTION-EXIT
           END-IF.
           DISPLAY "ENTER CERTIFICATE NUMBER (BLANK = REMOVE, "
               "* = NO CHANGE):".
           ACCEPT WS-NEW-CERTIFICATE.
           IF WS-NEW-CERTIFICATE = "*"
               GO TO EXEMPTION-TRANSACTION-EXIT
           END-IF.
           IF WS-NEW-CERTIFICATE = SPACES
               PERFORM REMOVE-CERTIFICATE
               GO TO EXEMPTION-TRANSACTION-EXIT
           END-IF.
           PERFORM GET-EXPIRY-DATE.
           PERFORM FILE-CERTIFICATE.

       EXEMPTION-TRANSACTION-EXIT.
           EXIT.

       SHOW-CERTIFICATE.
           DISPLAY "CERT     : " XC-CERTIFICATE-NUMBER.
           IF XC-EXPIRY-DATE < WS-BUSINESS-DATE
               DISPLAY "EXPIRES  : " XC-EXPIRY-DATE
                   " - EXPIRED, INVOICES ARE TAXED"
           ELSE
               DISPLAY "EXPIRES  : " XC-EXPIRY-DATE
           END-IF.
           DISPLAY "KEYED " XC-ENTERED-DATE " BY " XC-OPERATOR-ID.

       GET-EXPIRY-DATE.
      *    Must be a real calendar date no earlier than today's
      *    business date - a certificate already lapsed exempts
      *    nothing.
           MOVE "N" TO WS-DATE-OK-SWITCH.
           PERFORM UNTIL EXPIRY-DATE-ACCEPTED
               DISPLAY "ENTER EXPIRY DATE (YYYYMMDD):"
               ACCEPT WS-DATE-CHECK
               IF WS-DATE-CHECK IS NUMERIC
                   AND WS-DATE-CHECK NOT < WS-BUSINESS-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK)
                           = 0
                       MOVE "Y" TO WS-DATE-OK-SWITCH
                   ELSE
                       DISPLAY "Not a valid date. Try again."
                   END-IF
               ELSE
                   DISPLAY "Enter a date on or after "
                       WS-BUSINESS-DATE ". Try again."
               END-IF
           END-PERFORM.

       FILE-CERTIFICATE.
      *    A renewal simply replaces the certificate on file for the
      *    state - number, expiry and who keyed it.
           MOVE CUSTOMER-ID        TO XC-CUSTOMER-ID.
           MOVE WS-NEW-CERTIFICATE TO XC-CERTIFICATE-NUMBER.
           MOVE WS-DATE-CHECK      TO XC-EXPIRY-DATE.
           MOVE WS-BUSINESS-DATE   TO XC-ENTERED-DATE.
           MOVE OP-SIGNED-ON-ID    TO XC-OPERATOR-ID.
           WRITE TAX-EXEMPT-RECORD
               INVALID KEY
                   REWRITE TAX-EXEMPT-RECORD
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.
           DISPLAY "CERTIFICATE " WS-NEW-CERTIFICATE " FILED FOR "
               CUSTOMER-ID " STATE " XC-STATE.

       REMOVE-CERTIFICATE.
           MOVE CUSTOMER-ID TO XC-CUSTOMER-ID.
           DELETE TAX-EXEMPT-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           DISPLAY "CERTIFICATE REMOVED - " CUSTOMER-ID " IS TAXED IN "
               "STATE " XC-STATE.

           COPY OPERPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
