       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPRPT.
      ******************************************************************
      * Purpose: Weekly open disputes report. Walks the open-item
      *          detail file in customer sequence and lists every
      *          item collections still has flagged in dispute
      *          (DISPMNT) - customer, name, reference, invoice,
      *          reason, the date it was flagged and by whom, its
      *          age in days since then, and the amount still open -
      *          then totals count and amount by age bucket (up to
      *          30 days, 31-60, 61-90, over 90), so a dispute nobody
      *          is working on cannot sit forgotten while it is kept
      *          out of the dunning and finance charges. An item a
      *          payment has since relieved to zero is still listed,
      *          marked for clearing. Read only - the file is not
      *          changed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPNISEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           SELECT PRINT-FILE ASSIGN TO "disprpt.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-FILE.
           COPY OPNIREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODE        PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-OPEN-ITEMS               VALUE "Y".
       01  WS-TODAY-INTEGER        PIC 9(7).
       01  WS-AGE-DAYS             PIC 9(5).
       01  WS-AGE-30-COUNT         PIC 9(5)    VALUE 0.
       01  WS-AGE-60-COUNT         PIC 9(5)    VALUE 0.
       01  WS-AGE-90-COUNT         PIC 9(5)    VALUE 0.
       01  WS-AGE-OVER-90-COUNT    PIC 9(5)    VALUE 0.
       01  WS-AGE-30-AMOUNT        PIC S9(9)V99 VALUE 0.
       01  WS-AGE-60-AMOUNT        PIC S9(9)V99 VALUE 0.
       01  WS-AGE-90-AMOUNT        PIC S9(9)V99 VALUE 0.
       01  WS-AGE-OVER-90-AMOUNT   PIC S9(9)V99 VALUE 0.
       01  WS-DISPUTE-COUNT        PIC 9(5)    VALUE 0.
       01  WS-DISPUTE-AMOUNT       PIC S9(9)V99 VALUE 0.

           COPY OPNIWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  DISPRPT-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(22) VALUE "CUSTOMER-NAME".
           05  FILLER              PIC X(12) VALUE "REFERENCE".
           05  FILLER              PIC X(10) VALUE "INVOICE".
           05  FILLER              PIC X(6)  VALUE "WHY".
           05  FILLER              PIC X(10) VALUE "DISPUTED".
           05  FILLER              PIC X(12) VALUE "BY".
           05  FILLER              PIC X(6)  VALUE "DAYS".
           05  FILLER              PIC X(14) VALUE "   OPEN AMOUNT".
           05  FILLER              PIC X(28) VALUE SPACES.

       01  DISPRPT-DETAIL-LINE.
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-CUSTOMER-NAME   PIC X(22).
           05  DTL-REFERENCE       PIC X(12).
           05  DTL-INVOICE-NUMBER  PIC Z(7)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-REASON-CODE     PIC X(6).
           05  DTL-DISPUTE-DATE    PIC X(10).
           05  DTL-OPERATOR-ID     PIC X(12).
           05  DTL-AGE-DAYS        PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DTL-OPEN-AMOUNT     PIC Z(9)9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DTL-ATTENTION-FLAG  PIC X(27).

       01  DISPRPT-BUCKET-LINE.
           05  BKT-LABEL           PIC X(24).
           05  BKT-COUNT           PIC ZZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  BKT-AMOUNT          PIC Z(8)9.99-.
           05  FILLER              PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "DISPRPT" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM GET-BUSINESS-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           OPEN OUTPUT PRINT-FILE.
           MOVE "DISPRPT" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           MOVE DISPRPT-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM PRINT-DISPRPT-HEADING-LINE.
      *    No open-item file means nothing has been posted yet - the
      *    report prints empty.
           OPEN INPUT OPEN-ITEM-FILE.
           IF OPEN-ITEM-STATUS = "00"
               OPEN INPUT CUSTOMER-FILE
               PERFORM READ-OPEN-ITEM
               PERFORM LIST-ONE-ITEM
                   UNTIL END-OF-OPEN-ITEMS
               CLOSE OPEN-ITEM-FILE
               CLOSE CUSTOMER-FILE
           END-IF.
           PERFORM PRINT-AGING-SUMMARY.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           DISPLAY "OPEN DISPUTES - " WS-DISPUTE-COUNT
               " ITEMS (" WS-DISPUTE-AMOUNT "), "
               WS-AGE-OVER-90-COUNT " OVER 90 DAYS".
           PERFORM LOG-RUN-END.
           STOP RUN.

       PRINT-DISPRPT-HEADING-LINE.
           MOVE " " TO PRINT-CC.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       READ-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       LIST-ONE-ITEM.
           IF OI-ITEM-DISPUTED
               PERFORM AGE-ONE-DISPUTE
           END-IF.
           PERFORM READ-OPEN-ITEM.

       AGE-ONE-DISPUTE.
           MOVE 0 TO WS-AGE-DAYS.
           IF OI-DISPUTE-DATE IS NUMERIC
               AND OI-DISPUTE-DATE > 0
               AND OI-DISPUTE-DATE NOT > WS-BUSINESS-DATE
               COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE (OI-DISPUTE-DATE)
           END-IF.
           ADD 1 TO WS-DISPUTE-COUNT.
           ADD OI-OPEN-AMOUNT TO WS-DISPUTE-AMOUNT.
           MOVE SPACES TO DTL-ATTENTION-FLAG.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   ADD 1 TO WS-AGE-30-COUNT
                   ADD OI-OPEN-AMOUNT TO WS-AGE-30-AMOUNT
               WHEN WS-AGE-DAYS <= 60
                   ADD 1 TO WS-AGE-60-COUNT
                   ADD OI-OPEN-AMOUNT TO WS-AGE-60-AMOUNT
               WHEN WS-AGE-DAYS <= 90
                   ADD 1 TO WS-AGE-90-COUNT
                   ADD OI-OPEN-AMOUNT TO WS-AGE-90-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-90-COUNT
                   ADD OI-OPEN-AMOUNT TO WS-AGE-OVER-90-AMOUNT
                   MOVE "** OVER 90 DAYS - RESOLVE **"
                       TO DTL-ATTENTION-FLAG
           END-EVALUATE.
           IF OI-OPEN-AMOUNT NOT > 0
               MOVE "** PAID - CLEAR DISPUTE **" TO DTL-ATTENTION-FLAG
           END-IF.
           MOVE OI-CUSTOMER-ID TO CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO DTL-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE CUSTOMER-NAME TO DTL-CUSTOMER-NAME
           END-READ.
           MOVE OI-CUSTOMER-ID      TO DTL-CUSTOMER-ID.
           MOVE OI-REFERENCE        TO DTL-REFERENCE.
           MOVE OI-INVOICE-NUMBER   TO DTL-INVOICE-NUMBER.
           MOVE OI-DISPUTE-REASON   TO DTL-REASON-CODE.
           MOVE OI-DISPUTE-DATE     TO DTL-DISPUTE-DATE.
           MOVE OI-DISPUTE-OPERATOR TO DTL-OPERATOR-ID.
           MOVE WS-AGE-DAYS         TO DTL-AGE-DAYS.
           MOVE OI-OPEN-AMOUNT      TO DTL-OPEN-AMOUNT.
           MOVE " " TO PRINT-CC.
           MOVE DISPRPT-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-AGING-SUMMARY.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM PRINT-DISPRPT-HEADING-LINE.
           MOVE "DISPUTED UP TO 30 DAYS:" TO BKT-LABEL.
           MOVE WS-AGE-30-COUNT        TO BKT-COUNT.
           MOVE WS-AGE-30-AMOUNT       TO BKT-AMOUNT.
           MOVE DISPRPT-BUCKET-LINE    TO PRINT-TEXT.
           PERFORM PRINT-DISPRPT-HEADING-LINE.
           MOVE "DISPUTED 31-60 DAYS:"  TO BKT-LABEL.
           MOVE WS-AGE-60-COUNT        TO BKT-COUNT.
           MOVE WS-AGE-60-AMOUNT       TO BKT-AMOUNT.
           MOVE DISPRPT-BUCKET-LINE    TO PRINT-TEXT.
           PERFORM PRINT-DISPRPT-HEADING-LINE.
           MOVE "DISPUTED 61-90 DAYS:"  TO BKT-LABEL.
           MOVE WS-AGE-90-COUNT        TO BKT-COUNT.
           MOVE WS-AGE-90-AMOUNT       TO BKT-AMOUNT.
           MOVE DISPRPT-BUCKET-LINE    TO PRINT-TEXT.
           PERFORM PRINT-DISPRPT-HEADING-LINE.
           MOVE "DISPUTED OVER 90 DAYS:" TO BKT-LABEL.
           MOVE WS-AGE-OVER-90-COUNT   TO BKT-COUNT.
           MOVE WS-AGE-OVER-90-AMOUNT  TO BKT-AMOUNT.
           MOVE DISPRPT-BUCKET-LINE    TO PRINT-TEXT.
           PERFORM PRINT-DISPRPT-HEADING-LINE.
           MOVE "TOTAL IN DISPUTE:"     TO BKT-LABEL.
           MOVE WS-DISPUTE-COUNT       TO BKT-COUNT.
           MOVE WS-DISPUTE-AMOUNT      TO BKT-AMOUNT.
           MOVE DISPRPT-BUCKET-LINE    TO PRINT-TEXT.
           PERFORM PRINT-DISPRPT-HEADING-LINE.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
