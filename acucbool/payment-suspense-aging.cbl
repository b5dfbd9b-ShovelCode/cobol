       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSUSAGE.
      ******************************************************************
      * Purpose: Nightly aged report of the lockbox payment suspense
      *          file (paysusp.dat). Runs after the lockbox import and
      *          lists every check still waiting to be worked at the
      *          suspense workstation - check, remitter, amount,
      *          reason, the night it suspended and its age in days -
      *          then totals count and amount by age bucket (1 day,
      *          2-5 days, over 5 days) the way the order-line
      *          suspense recycle ages its file. Any check over 5 days
      *          raises a WARN alert and ends the step with a warning
      *          return code, so a check nobody is working shows up
      *          on the morning board. Read only - the file is not
      *          changed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PSUSSEL.

           SELECT PRINT-FILE ASSIGN TO "psusage.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY ALERTSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-SUSPENSE-FILE.
           COPY PSUSREC.

           COPY PRTRECFD.
           COPY ALERTFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  PAYMENT-SUSPENSE-STATUS PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-SUSPENSE                 VALUE "Y".
       01  WS-TODAY-INTEGER        PIC 9(7).
       01  WS-AGE-DAYS             PIC 9(5).
       01  WS-AGE-1-DAY-COUNT      PIC 9(5)    VALUE 0.
       01  WS-AGE-2-5-COUNT        PIC 9(5)    VALUE 0.
       01  WS-AGE-OVER-5-COUNT     PIC 9(5)    VALUE 0.
       01  WS-AGE-1-DAY-AMOUNT     PIC S9(9)V99 VALUE 0.
       01  WS-AGE-2-5-AMOUNT       PIC S9(9)V99 VALUE 0.
       01  WS-AGE-OVER-5-AMOUNT    PIC S9(9)V99 VALUE 0.
       01  WS-SUSPENSE-COUNT       PIC 9(5)    VALUE 0.
       01  WS-SUSPENSE-AMOUNT      PIC S9(9)V99 VALUE 0.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY ALERTWS.

       01  PSUSAGE-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "CHECK".
           05  FILLER              PIC X(32) VALUE "REMITTER".
           05  FILLER              PIC X(12) VALUE "ACCOUNT".
           05  FILLER              PIC X(14) VALUE "      AMOUNT".
           05  FILLER              PIC X(6)  VALUE "WHY".
           05  FILLER              PIC X(11) VALUE "SUSPENDED".
           05  FILLER              PIC X(6)  VALUE "DAYS".
           05  FILLER              PIC X(39) VALUE SPACES.

       01  PSUSAGE-DETAIL-LINE.
           05  DTL-CHECK-NUMBER    PIC X(12).
           05  DTL-REMITTER-NAME   PIC X(32).
           05  DTL-ACCOUNT-ID      PIC X(12).
           05  DTL-AMOUNT          PIC Z(8)9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DTL-REASON-CODE     PIC X(6).
           05  DTL-SUSPENSE-DATE   PIC X(11).
           05  DTL-AGE-DAYS        PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DTL-OVERDUE-FLAG    PIC X(39).

       01  PSUSAGE-BUCKET-LINE.
           05  BKT-LABEL           PIC X(24).
           05  BKT-COUNT           PIC ZZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  BKT-AMOUNT          PIC Z(8)9.99-.
           05  FILLER              PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PSUSAGE" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM GET-BUSINESS-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           OPEN OUTPUT PRINT-FILE.
           MOVE "PSUSAGE" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           MOVE PSUSAGE-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM PRINT-PSUSAGE-HEADING-LINE.
      *    No suspense file means the lockbox has never suspended a
      *    check - the report prints empty.
           OPEN INPUT PAYMENT-SUSPENSE-FILE.
           IF PAYMENT-SUSPENSE-STATUS = "00"
               PERFORM READ-SUSPENSE-ITEM
               PERFORM AGE-ONE-SUSPENSE-ITEM
                   UNTIL END-OF-SUSPENSE
               CLOSE PAYMENT-SUSPENSE-FILE
           END-IF.
           PERFORM PRINT-AGING-SUMMARY.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           DISPLAY "PAYMENT SUSPENSE AGING - " WS-SUSPENSE-COUNT
               " CHECKS (" WS-SUSPENSE-AMOUNT "), "
               WS-AGE-OVER-5-COUNT " OVER 5 DAYS".
           IF WS-AGE-OVER-5-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
               MOVE "WARN"    TO OA-SEVERITY
               MOVE "PSUSAGE" TO OA-PROGRAM-NAME
               MOVE "LOCKBOX CHECKS IN SUSPENSE OVER 5 DAYS"
                   TO OA-MESSAGE-TEXT
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       PRINT-PSUSAGE-HEADING-LINE.
           MOVE " " TO PRINT-CC.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       READ-SUSPENSE-ITEM.
           READ PAYMENT-SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       AGE-ONE-SUSPENSE-ITEM.
           MOVE 0 TO WS-AGE-DAYS.
           IF PS-SUSPENSE-DATE IS NUMERIC
               AND PS-SUSPENSE-DATE > 0
               AND PS-SUSPENSE-DATE NOT > WS-BUSINESS-DATE
               COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE (PS-SUSPENSE-DATE)
           END-IF.
           ADD 1 TO WS-SUSPENSE-COUNT.
           ADD PS-AMOUNT TO WS-SUSPENSE-AMOUNT.
           MOVE SPACES TO DTL-OVERDUE-FLAG.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   ADD 1 TO WS-AGE-1-DAY-COUNT
                   ADD PS-AMOUNT TO WS-AGE-1-DAY-AMOUNT
               WHEN WS-AGE-DAYS <= 5
                   ADD 1 TO WS-AGE-2-5-COUNT
                   ADD PS-AMOUNT TO WS-AGE-2-5-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-5-COUNT
                   ADD PS-AMOUNT TO WS-AGE-OVER-5-AMOUNT
                   MOVE "** OVER 5 DAYS - WORK NOW **"
                       TO DTL-OVERDUE-FLAG
           END-EVALUATE.
           MOVE PS-CHECK-NUMBER   TO DTL-CHECK-NUMBER.
           MOVE PS-REMITTER-NAME  TO DTL-REMITTER-NAME.
           MOVE PS-ACCOUNT-ID     TO DTL-ACCOUNT-ID.
           MOVE PS-AMOUNT         TO DTL-AMOUNT.
           MOVE PS-REASON-CODE    TO DTL-REASON-CODE.
           MOVE PS-SUSPENSE-DATE  TO DTL-SUSPENSE-DATE.
           MOVE WS-AGE-DAYS       TO DTL-AGE-DAYS.
           MOVE " " TO PRINT-CC.
           MOVE PSUSAGE-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM READ-SUSPENSE-ITEM.

       PRINT-AGING-SUMMARY.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM PRINT-PSUSAGE-HEADING-LINE.
           MOVE "AGED 1 DAY:"          TO BKT-LABEL.
           MOVE WS-AGE-1-DAY-COUNT     TO BKT-COUNT.
           MOVE WS-AGE-1-DAY-AMOUNT    TO BKT-AMOUNT.
           MOVE PSUSAGE-BUCKET-LINE    TO PRINT-TEXT.
           PERFORM PRINT-PSUSAGE-HEADING-LINE.
           MOVE "AGED 2-5 DAYS:"       TO BKT-LABEL.
           MOVE WS-AGE-2-5-COUNT       TO BKT-COUNT.
           MOVE WS-AGE-2-5-AMOUNT      TO BKT-AMOUNT.
           MOVE PSUSAGE-BUCKET-LINE    TO PRINT-TEXT.
           PERFORM PRINT-PSUSAGE-HEADING-LINE.
           MOVE "OVER 5 DAYS:"         TO BKT-LABEL.
           MOVE WS-AGE-OVER-5-COUNT    TO BKT-COUNT.
           MOVE WS-AGE-OVER-5-AMOUNT   TO BKT-AMOUNT.
           MOVE PSUSAGE-BUCKET-LINE    TO PRINT-TEXT.
           PERFORM PRINT-PSUSAGE-HEADING-LINE.
           MOVE "TOTAL IN SUSPENSE:"   TO BKT-LABEL.
           MOVE WS-SUSPENSE-COUNT      TO BKT-COUNT.
           MOVE WS-SUSPENSE-AMOUNT     TO BKT-AMOUNT.
           MOVE PSUSAGE-BUCKET-LINE    TO PRINT-TEXT.
           PERFORM PRINT-PSUSAGE-HEADING-LINE.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY ALERTPD.
