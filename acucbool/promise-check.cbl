       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMCHK.
      ******************************************************************
      * Purpose: Nightly promise-to-pay check and the morning broken
      *          promise report. paypost.dat only ever holds the
      *          night's posted checks, so the promises on the
      *          collection notes file (colnotes.dat) are settled a
      *          night at a time: first each of tonight's posted
      *          checks is matched against its customer's open
      *          promises, oldest promise first, counting only
      *          promises made on or before the check's entry date;
      *          a promise whose matched payments reach the amount
      *          is marked kept. Then every promise still open whose
      *          date has passed is marked broken and printed - the
      *          customer, name and phone, when and by whom the
      *          promise was taken, the date and amount promised,
      *          what was paid against it and what is still short -
      *          so the collectors start the day calling them back.
      *          A promise is reported broken once, the night after
      *          its date. Runs after the payment posting.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COLNSEL.

           SELECT POSTED-PAYMENT-FILE ASSIGN TO "paypost.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSTED-PAYMENT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           SELECT PRINT-FILE ASSIGN TO "brkprom.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-NOTE-FILE.
           COPY COLNREC.

       FD  POSTED-PAYMENT-FILE.
           COPY PAYTREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  COLLECTION-NOTE-STATUS  PIC XX.
       01  POSTED-PAYMENT-STATUS   PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  WS-PAYMENT-EOF-SWITCH   PIC X       VALUE "N".
           88  END-OF-PAYMENTS                 VALUE "Y".
       01  WS-NOTE-SCAN-SWITCH     PIC X       VALUE "N".
           88  NOTE-SCAN-DONE                  VALUE "Y".
       01  WS-PAYMENT-LEFT         PIC S9(7)V99.
       01  WS-PROMISE-SHORT        PIC S9(7)V99.
       01  WS-PAYMENT-COUNT        PIC 9(5)    VALUE 0.
       01  WS-KEPT-COUNT           PIC 9(5)    VALUE 0.
       01  WS-BROKEN-COUNT         PIC 9(5)    VALUE 0.
       01  WS-BROKEN-SHORT-TOTAL   PIC S9(9)V99 VALUE 0.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  BRKPROM-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(22) VALUE "CUSTOMER-NAME".
           05  FILLER              PIC X(16) VALUE "PHONE".
           05  FILLER              PIC X(10) VALUE "TAKEN".
           05  FILLER              PIC X(10) VALUE "DUE BY".
           05  FILLER              PIC X(13) VALUE "    PROMISED".
           05  FILLER              PIC X(13) VALUE "        PAID".
           05  FILLER              PIC X(13) VALUE "       SHORT".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "COLLECTOR".
           05  FILLER              PIC X(9)  VALUE SPACES.

       01  BRKPROM-DETAIL-LINE.
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-CUSTOMER-NAME   PIC X(22).
           05  DTL-PHONE           PIC X(16).
           05  DTL-NOTE-DATE       PIC X(10).
           05  DTL-PROMISE-DATE    PIC X(10).
           05  DTL-PROMISED        PIC ZZZZZZZZ9.99-.
           05  DTL-PAID            PIC ZZZZZZZZ9.99-.
           05  DTL-SHORT           PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-OPERATOR-ID     PIC X(12).
           05  FILLER              PIC X(9)  VALUE SPACES.

       01  BRKPROM-TOTAL-LINE.
           05  FILLER              PIC X(18) VALUE "BROKEN PROMISES: ".
           05  TOT-BROKEN-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X(16) VALUE "   TOTAL SHORT: ".
           05  TOT-SHORT-AMOUNT    PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROMCHK" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "PROMCHK" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
      *    No notes file means no collector has taken a promise yet -
      *    the report prints empty.
           OPEN I-O COLLECTION-NOTE-FILE.
           IF COLLECTION-NOTE-STATUS = "00"
               OPEN INPUT CUSTOMER-FILE
               PERFORM APPLY-TONIGHTS-PAYMENTS
               PERFORM MARK-BROKEN-PROMISES
               CLOSE CUSTOMER-FILE
               CLOSE COLLECTION-NOTE-FILE
           END-IF.
           PERFORM PRINT-REPORT-TOTAL.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           DISPLAY "PROMISE CHECK COMPLETE - " WS-PAYMENT-COUNT
               " PAYMENTS MATCHED, " WS-KEPT-COUNT " PROMISES KEPT, "
               WS-BROKEN-COUNT " BROKEN".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE BRKPROM-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       APPLY-TONIGHTS-PAYMENTS.
      *    PAYPOST leaves tonight's posted checks on paypost.dat; a
      *    night with nothing posted leaves it empty or absent.
           OPEN INPUT POSTED-PAYMENT-FILE.
           IF POSTED-PAYMENT-STATUS = "00"
               PERFORM READ-POSTED-PAYMENT
               PERFORM APPLY-ONE-PAYMENT
                   UNTIL END-OF-PAYMENTS
               CLOSE POSTED-PAYMENT-FILE
           END-IF.

       READ-POSTED-PAYMENT.
           READ POSTED-PAYMENT-FILE
               AT END
                   MOVE "Y" TO WS-PAYMENT-EOF-SWITCH
           END-READ.

       APPLY-ONE-PAYMENT.
           MOVE PT-AMOUNT TO WS-PAYMENT-LEFT.
           MOVE "N" TO WS-NOTE-SCAN-SWITCH.
           MOVE PT-CUSTOMER-ID TO CN-CUSTOMER-ID.
           MOVE 0              TO CN-NOTE-DATE.
           MOVE 0              TO CN-NOTE-TIME.
           START COLLECTION-NOTE-FILE
               KEY IS GREATER THAN OR EQUAL TO CN-NOTE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-NOTE-SCAN-SWITCH
           END-START.
           PERFORM APPLY-TO-ONE-PROMISE
               UNTIL NOTE-SCAN-DONE
                   OR WS-PAYMENT-LEFT NOT > 0.
           IF WS-PAYMENT-LEFT < PT-AMOUNT
               ADD 1 TO WS-PAYMENT-COUNT
           END-IF.
           PERFORM READ-POSTED-PAYMENT.

       APPLY-TO-ONE-PROMISE.
           READ COLLECTION-NOTE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-NOTE-SCAN-SWITCH
               NOT AT END
                   IF CN-CUSTOMER-ID NOT = PT-CUSTOMER-ID
                       MOVE "Y" TO WS-NOTE-SCAN-SWITCH
                   ELSE
                       IF CN-PROMISE-TO-PAY
                           AND CN-PROMISE-OPEN
                           AND CN-NOTE-DATE NOT > PT-ENTRY-DATE
                           PERFORM CREDIT-PROMISE-WITH-PAYMENT
                       END-IF
                   END-IF
           END-READ.

       CREDIT-PROMISE-WITH-PAYMENT.
           COMPUTE WS-PROMISE-SHORT =
               CN-PROMISE-AMOUNT - CN-PROMISE-PAID.
           IF WS-PROMISE-SHORT > WS-PAYMENT-LEFT
               MOVE WS-PAYMENT-LEFT TO WS-PROMISE-SHORT
           END-IF.
           ADD WS-PROMISE-SHORT      TO CN-PROMISE-PAID.
           SUBTRACT WS-PROMISE-SHORT FROM WS-PAYMENT-LEFT.
           IF CN-PROMISE-PAID NOT < CN-PROMISE-AMOUNT
               MOVE "K"              TO CN-PROMISE-STATUS
               MOVE WS-BUSINESS-DATE TO CN-STATUS-DATE
               ADD 1 TO WS-KEPT-COUNT
           END-IF.
           REWRITE COLLECTION-NOTE-RECORD.

       MARK-BROKEN-PROMISES.
           MOVE "N" TO WS-NOTE-SCAN-SWITCH.
           MOVE LOW-VALUES TO CN-NOTE-KEY.
           START COLLECTION-NOTE-FILE
               KEY IS GREATER THAN OR EQUAL TO CN-NOTE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-NOTE-SCAN-SWITCH
           END-START.
           PERFORM CHECK-ONE-PROMISE
               UNTIL NOTE-SCAN-DONE.

       CHECK-ONE-PROMISE.
           READ COLLECTION-NOTE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-NOTE-SCAN-SWITCH
               NOT AT END
                   IF CN-PROMISE-TO-PAY
                       AND CN-PROMISE-OPEN
                       AND CN-PROMISE-DATE < WS-BUSINESS-DATE
                       PERFORM MARK-ONE-PROMISE-BROKEN
                   END-IF
           END-READ.

       MARK-ONE-PROMISE-BROKEN.
           MOVE "B"              TO CN-PROMISE-STATUS.
           MOVE WS-BUSINESS-DATE TO CN-STATUS-DATE.
           REWRITE COLLECTION-NOTE-RECORD.
           COMPUTE WS-PROMISE-SHORT =
               CN-PROMISE-AMOUNT - CN-PROMISE-PAID.
           ADD 1 TO WS-BROKEN-COUNT.
           ADD WS-PROMISE-SHORT TO WS-BROKEN-SHORT-TOTAL.
           MOVE CN-CUSTOMER-ID TO CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO DTL-CUSTOMER-NAME
                   MOVE SPACES TO DTL-PHONE
               NOT INVALID KEY
                   MOVE CUSTOMER-NAME  TO DTL-CUSTOMER-NAME
                   MOVE CUSTOMER-PHONE TO DTL-PHONE
           END-READ.
           MOVE CN-CUSTOMER-ID    TO DTL-CUSTOMER-ID.
           MOVE CN-NOTE-DATE      TO DTL-NOTE-DATE.
           MOVE CN-PROMISE-DATE   TO DTL-PROMISE-DATE.
           MOVE CN-PROMISE-AMOUNT TO DTL-PROMISED.
           MOVE CN-PROMISE-PAID   TO DTL-PAID.
           MOVE WS-PROMISE-SHORT  TO DTL-SHORT.
           MOVE CN-OPERATOR-ID    TO DTL-OPERATOR-ID.
           MOVE " " TO PRINT-CC.
           MOVE BRKPROM-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-REPORT-TOTAL.
           MOVE WS-BROKEN-COUNT       TO TOT-BROKEN-COUNT.
           MOVE WS-BROKEN-SHORT-TOTAL TO TOT-SHORT-AMOUNT.
           MOVE " " TO PRINT-CC.
           MOVE BRKPROM-TOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
