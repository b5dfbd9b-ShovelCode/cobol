      ******************************************************************
      * TXJRPD - PROCEDURE DIVISION paragraphs for the sales tax
      *          journal. See TXJRSEL and TXJRWS. WRITE-TAX-JOURNAL
      *          opens, appends one record and closes, so no poster
      *          holds the journal across its own I/O. FIGURE-
      *          REVERSED-TAX opens the rate table and certificate
      *          file for the one lookup and closes them again; a
      *          missing table or a state not on it gives zero tax,
      *          the same as the invoice run.
      ******************************************************************
       WRITE-TAX-JOURNAL.
           OPEN EXTEND TAX-JOURNAL-FILE.
           IF TAX-JOURNAL-STATUS = "05" OR "35"
               OPEN OUTPUT TAX-JOURNAL-FILE
           END-IF.
           WRITE TAX-JOURNAL-RECORD.
           CLOSE TAX-JOURNAL-FILE.

       FIGURE-REVERSED-TAX.
           MOVE 0      TO TJ-WS-TAX-AMOUNT.
           MOVE "N"    TO TJ-WS-EXEMPT-SWITCH.
           MOVE SPACES TO TJ-WS-CERTIFICATE.
           IF TJ-WS-STATE NOT = SPACES
               OPEN INPUT TAX-EXEMPT-FILE
               IF TAX-EXEMPT-STATUS = "00"
                   MOVE TJ-WS-CUSTOMER-ID TO XC-CUSTOMER-ID
                   MOVE TJ-WS-STATE       TO XC-STATE
                   READ TAX-EXEMPT-FILE
                       KEY IS XC-CERTIFICATE-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF XC-EXPIRY-DATE NOT < TJ-WS-AS-OF-DATE
                               MOVE "Y" TO TJ-WS-EXEMPT-SWITCH
                               MOVE XC-CERTIFICATE-NUMBER
                                   TO TJ-WS-CERTIFICATE
                           END-IF
                   END-READ
                   CLOSE TAX-EXEMPT-FILE
               END-IF
           END-IF.
           IF TJ-WS-STATE NOT = SPACES
               AND NOT TJ-WS-EXEMPT
               OPEN INPUT TAX-RATE-FILE
               IF TAX-RATE-STATUS = "00"
                   MOVE TJ-WS-STATE TO TX-STATE
                   READ TAX-RATE-FILE
                       KEY IS TX-STATE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE TJ-WS-TAX-AMOUNT ROUNDED =
                               TJ-WS-AMOUNT * TX-RATE
                   END-READ
                   CLOSE TAX-RATE-FILE
               END-IF
           END-IF.
