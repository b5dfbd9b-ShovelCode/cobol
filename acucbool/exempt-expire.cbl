       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXEXPR.
      ******************************************************************
      * Purpose: Monthly exemption certificate renewal report. Walks
      *          the sales tax exemption certificate file
      *          (taxexmpt.dat) in customer sequence and lists every
      *          certificate expiring within the next 60 days of the
      *          business date - customer, name, state, certificate
      *          number, expiry date and days left - so sales can
      *          collect the renewal before the invoice run starts
      *          taxing the customer again. Read only - the file is
      *          not changed; renewals are keyed through TAXMNT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TXEXSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           SELECT PRINT-FILE ASSIGN TO "taxexpr.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-EXEMPT-FILE.
           COPY TXEXREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  TAX-EXEMPT-STATUS       PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-CERTIFICATES             VALUE "Y".
       01  WS-RENEWAL-DAYS         PIC 9(3)    VALUE 60.
       01  WS-TODAY-INTEGER        PIC 9(7).
       01  WS-CUTOFF-DATE          PIC 9(8).
       01  WS-DAYS-LEFT            PIC 9(5).
       01  WS-CERTIFICATE-COUNT    PIC 9(5)    VALUE 0.
       01  WS-EXPIRING-COUNT       PIC 9(5)    VALUE 0.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  TAXEXPR-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(32) VALUE "CUSTOMER-NAME".
           05  FILLER              PIC X(7)  VALUE "STATE".
           05  FILLER              PIC X(22) VALUE "CERTIFICATE".
           05  FILLER              PIC X(10) VALUE "EXPIRES".
           05  FILLER              PIC X(10) VALUE "DAYS LEFT".
           05  FILLER              PIC X(39) VALUE SPACES.

       01  TAXEXPR-DETAIL-LINE.
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-CUSTOMER-NAME   PIC X(32).
           05  DTL-STATE           PIC X(7).
           05  DTL-CERTIFICATE     PIC X(22).
           05  DTL-EXPIRY-DATE     PIC X(10).
           05  DTL-DAYS-LEFT       PIC ZZZZ9.
           05  FILLER              PIC X(44) VALUE SPACES.

       01  TAXEXPR-TOTAL-LINE.
           05  FILLER              PIC X(31) VALUE
               "CERTIFICATES EXPIRING BY DATE ".
           05  TOT-CUTOFF-DATE     PIC 9(8).
           05  FILLER              PIC X(2)  VALUE ": ".
           05  TOT-EXPIRING-COUNT  PIC ZZZZ9.
           05  FILLER              PIC X(4)  VALUE " OF ".
           05  TOT-CERTIFICATE-COUNT PIC ZZZZ9.
           05  FILLER              PIC X(8)  VALUE " ON FILE".
           05  FILLER              PIC X(69) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "TAXEXPR" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM GET-BUSINESS-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INTEGER + WS-RENEWAL-DAYS).
           OPEN OUTPUT PRINT-FILE.
           MOVE "TAXEXPR" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           MOVE TAXEXPR-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM PRINT-TAXEXPR-HEADING-LINE.
      *    No certificate file means no customer has been exempted
      *    yet - the report prints empty.
           OPEN INPUT TAX-EXEMPT-FILE.
           IF TAX-EXEMPT-STATUS = "00"
               OPEN INPUT CUSTOMER-FILE
               PERFORM READ-CERTIFICATE
               PERFORM CHECK-ONE-CERTIFICATE
                   UNTIL END-OF-CERTIFICATES
               CLOSE TAX-EXEMPT-FILE
               CLOSE CUSTOMER-FILE
           END-IF.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM PRINT-TAXEXPR-HEADING-LINE.
           MOVE WS-CUTOFF-DATE        TO TOT-CUTOFF-DATE.
           MOVE WS-EXPIRING-COUNT     TO TOT-EXPIRING-COUNT.
           MOVE WS-CERTIFICATE-COUNT  TO TOT-CERTIFICATE-COUNT.
           MOVE TAXEXPR-TOTAL-LINE    TO PRINT-TEXT.
           PERFORM PRINT-TAXEXPR-HEADING-LINE.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           DISPLAY "EXEMPTION CERTIFICATES - " WS-EXPIRING-COUNT
               " OF " WS-CERTIFICATE-COUNT " EXPIRING BY "
               WS-CUTOFF-DATE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       PRINT-TAXEXPR-HEADING-LINE.
           MOVE " " TO PRINT-CC.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       READ-CERTIFICATE.
           READ TAX-EXEMPT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-CERTIFICATE.
      *    A certificate already lapsed is not listed - the customer
      *    is being taxed already and the inquiry shows it expired.
           ADD 1 TO WS-CERTIFICATE-COUNT.
           IF XC-EXPIRY-DATE NOT < WS-BUSINESS-DATE
               AND XC-EXPIRY-DATE NOT > WS-CUTOFF-DATE
               PERFORM LIST-ONE-CERTIFICATE
           END-IF.
           PERFORM READ-CERTIFICATE.

       LIST-ONE-CERTIFICATE.
           ADD 1 TO WS-EXPIRING-COUNT.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (XC-EXPIRY-DATE)
               - WS-TODAY-INTEGER.
           MOVE XC-CUSTOMER-ID TO CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO DTL-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE CUSTOMER-NAME TO DTL-CUSTOMER-NAME
           END-READ.
           MOVE XC-CUSTOMER-ID        TO DTL-CUSTOMER-ID.
           MOVE XC-STATE              TO DTL-STATE.
           MOVE XC-CERTIFICATE-NUMBER TO DTL-CERTIFICATE.
           MOVE XC-EXPIRY-DATE        TO DTL-EXPIRY-DATE.
           MOVE WS-DAYS-LEFT          TO DTL-DAYS-LEFT.
           MOVE " " TO PRINT-CC.
           MOVE TAXEXPR-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
