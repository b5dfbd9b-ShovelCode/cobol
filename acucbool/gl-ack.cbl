       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACK.
      ******************************************************************
      * Purpose: GL import acknowledgement. The GL system answers
      *          each night's glintf.dat with a return file
      *          (glack.dat): one line 0000 record per extract run
      *          date saying the batch was accepted or rejected, and
      *          one record per journal line it refused, quoting the
      *          line's position in our file and its reason (an
      *          unmapped account, a closed GL period). Each answer
      *          is recorded against the extract on glextlog.dat.
      *          Every rejected line prints with the department and
      *          glmap.dat account GLEXTR logged for it, and any
      *          rejection raises a SEVERE alert the same night
      *          instead of surfacing at month end. An answer for an
      *          extract we have no log of prints and raises a WARN.
      *          The return file is consumed to a dated glackp
      *          archive once recorded, the way ORDIMPRT keeps a
      *          processed transmission. GLCLOSE will not close a
      *          period while any of its extracts is rejected or
      *          still unanswered.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-RETURN-FILE ASSIGN TO "glack.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-RETURN-STATUS.

           SELECT PROCESSED-RETURN-FILE ASSIGN TO WS-GLACKP-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROCESSED-RETURN-STATUS.

           COPY GLXLSEL.

           SELECT PRINT-FILE ASSIGN TO "glack.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.
           COPY ALERTSEL.

       DATA DIVISION.
       FILE SECTION.
      *    The return layout agreed with the GL system: line 0000 is
      *    the batch result for the run date, any other line number
      *    a journal line the GL refused.
       FD  GL-RETURN-FILE.
       01  GL-RETURN-RECORD.
           05  GA-RUN-DATE         PIC 9(8).
           05  GA-LINE-NUMBER      PIC 9(4).
           05  GA-RESULT           PIC X.
               88  GA-ACCEPTED                 VALUE "A".
               88  GA-REJECTED                 VALUE "R".
           05  GA-REASON           PIC X(30).

       FD  PROCESSED-RETURN-FILE.
       01  PROCESSED-RETURN-RECORD PIC X(43).

       FD  GL-EXTRACT-LOG-FILE.
           COPY GLXLREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.
           COPY ALERTFD.

       WORKING-STORAGE SECTION.
       01  GL-RETURN-STATUS        PIC XX.
       01  PROCESSED-RETURN-STATUS PIC XX.
       01  GL-EXTRACT-LOG-STATUS   PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-GL-RETURN                VALUE "Y".
       01  WS-EXTRACT-FOUND-SWITCH PIC X       VALUE "N".
           88  EXTRACT-ON-LOG                  VALUE "Y".
       01  WS-RETURN-COUNT         PIC 9(6)    VALUE 0.
       01  WS-ACCEPTED-BATCHES     PIC 9(4)    VALUE 0.
       01  WS-REJECTED-BATCHES     PIC 9(4)    VALUE 0.
       01  WS-REJECTED-LINES       PIC 9(6)    VALUE 0.
       01  WS-UNKNOWN-COUNT        PIC 9(4)    VALUE 0.
       01  WS-TODAY-RUN-DATE       PIC 9(8).
       01  WS-GLACKP-NAME.
           05  FILLER              PIC X(7)  VALUE "glackp.".
           05  WS-GLACKP-DATE      PIC 9(8).

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY ALERTWS.

       01  ACK-COLUMN-HEADINGS.
           05  FILLER              PIC X(10) VALUE "RUN DATE".
           05  FILLER              PIC X(6)  VALUE "LINE".
           05  FILLER              PIC X(12) VALUE "DEPARTMENT".
           05  FILLER              PIC X(12) VALUE "GL ACCOUNT".
           05  FILLER              PIC X(19) VALUE "             DEBIT".
           05  FILLER              PIC X(19) VALUE "            CREDIT".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(30) VALUE "GL RESULT".
           05  FILLER              PIC X(22) VALUE SPACES.

       01  ACK-DETAIL-LINE.
           05  DTL-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-LINE-NUMBER     PIC ZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-DEPARTMENT      PIC X(12).
           05  DTL-ACCOUNT         PIC X(12).
           05  DTL-DEBIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DTL-CREDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-RESULT          PIC X(30).
           05  FILLER              PIC X(22) VALUE SPACES.

       01  ACK-TOTAL-LINE.
           05  FILLER              PIC X(18) VALUE "BATCHES ACCEPTED ".
           05  TOT-ACCEPTED-BATCHES PIC ZZZ9.
           05  FILLER              PIC X(12) VALUE "  REJECTED ".
           05  TOT-REJECTED-BATCHES PIC ZZZ9.
           05  FILLER              PIC X(18) VALUE "  LINES REJECTED ".
           05  TOT-REJECTED-LINES  PIC ZZZ,ZZ9.
           05  FILLER              PIC X(11) VALUE "  UNKNOWN ".
           05  TOT-UNKNOWN-COUNT   PIC ZZZ9.
           05  FILLER              PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "GLACK" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           OPEN INPUT GL-RETURN-FILE.
           IF GL-RETURN-STATUS NOT = "00"
               DISPLAY "NO GL RETURN FILE TONIGHT"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-RUN-DATE.
           PERFORM OPEN-EXTRACT-LOG.
           OPEN OUTPUT PRINT-FILE.
           MOVE "GLACK" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           PERFORM READ-GL-RETURN.
           PERFORM RECORD-ONE-RETURN
               UNTIL END-OF-GL-RETURN.
           CLOSE GL-RETURN-FILE.
           PERFORM PRINT-ACK-TOTALS.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           CLOSE GL-EXTRACT-LOG-FILE.
           IF WS-RETURN-COUNT > 0
               PERFORM CONSUME-RETURN-FILE
           END-IF.
           DISPLAY "GL ACKNOWLEDGEMENT COMPLETE - "
               WS-ACCEPTED-BATCHES " ACCEPTED, "
               WS-REJECTED-BATCHES " REJECTED, "
               WS-REJECTED-LINES " LINES REFUSED".
           MOVE RC-NORMAL TO RETURN-CODE.
           IF WS-UNKNOWN-COUNT > 0
               MOVE "WARN"  TO OA-SEVERITY
               MOVE "GLACK" TO OA-PROGRAM-NAME
               MOVE "GL ANSWERED AN EXTRACT NOT ON THE EXTRACT LOG"
                   TO OA-MESSAGE-TEXT
               PERFORM WRITE-OPERATOR-ALERT
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           IF WS-REJECTED-BATCHES > 0
               OR WS-REJECTED-LINES > 0
               MOVE "SEVERE" TO OA-SEVERITY
               MOVE "GLACK"  TO OA-PROGRAM-NAME
               MOVE "GL SYSTEM REJECTED JOURNAL LINES - SEE GLACK"
                   TO OA-MESSAGE-TEXT
               PERFORM WRITE-OPERATOR-ALERT
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-EXTRACT-LOG.
           OPEN I-O GL-EXTRACT-LOG-FILE.
           IF GL-EXTRACT-LOG-STATUS = "05" OR "35"
               CLOSE GL-EXTRACT-LOG-FILE
               OPEN OUTPUT GL-EXTRACT-LOG-FILE
               CLOSE GL-EXTRACT-LOG-FILE
               OPEN I-O GL-EXTRACT-LOG-FILE
           END-IF.

       READ-GL-RETURN.
           READ GL-RETURN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       RECORD-ONE-RETURN.
           ADD 1 TO WS-RETURN-COUNT.
           MOVE GA-RUN-DATE TO DTL-RUN-DATE.
           MOVE GA-LINE-NUMBER TO DTL-LINE-NUMBER.
           MOVE SPACES TO DTL-DEPARTMENT.
           MOVE SPACES TO DTL-ACCOUNT.
           MOVE 0 TO DTL-DEBIT.
           MOVE 0 TO DTL-CREDIT.
           PERFORM READ-EXTRACT-HEADER.
           EVALUATE TRUE
               WHEN NOT EXTRACT-ON-LOG
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE "NO SUCH EXTRACT ON THE LOG" TO DTL-RESULT
                   PERFORM PRINT-ACK-DETAIL
               WHEN GA-LINE-NUMBER = 0
                   PERFORM RECORD-BATCH-RESULT
               WHEN OTHER
                   PERFORM RECORD-REJECTED-LINE
           END-EVALUATE.
           PERFORM READ-GL-RETURN.

       READ-EXTRACT-HEADER.
           MOVE GA-RUN-DATE TO XL-RUN-DATE.
           MOVE 0           TO XL-LINE-NUMBER.
           READ GL-EXTRACT-LOG-FILE
               KEY IS XL-LOG-KEY
               INVALID KEY
                   MOVE "N" TO WS-EXTRACT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXTRACT-FOUND-SWITCH
           END-READ.

       RECORD-BATCH-RESULT.
      *    A line rejected earlier in tonight's file stands even if
      *    the batch record that follows says accepted - the GL
      *    refused part of it either way.
           MOVE "EXTRACT" TO DTL-DEPARTMENT.
           MOVE XL-TOTAL-DEBITS TO DTL-DEBIT.
           MOVE XL-TOTAL-DEBITS TO DTL-CREDIT.
           IF GA-ACCEPTED
               IF XL-REJECTED-BY-GL
                   AND XL-ACK-DATE = WS-TODAY-RUN-DATE
                   MOVE "ACCEPTED - BUT LINES REFUSED"
                       TO DTL-RESULT
               ELSE
                   MOVE "A" TO XL-EXTRACT-STATUS
                   MOVE 0   TO XL-REJECT-COUNT
                   ADD 1 TO WS-ACCEPTED-BATCHES
                   MOVE "ACCEPTED BY GL" TO DTL-RESULT
               END-IF
           ELSE
               MOVE "R" TO XL-EXTRACT-STATUS
               ADD 1 TO WS-REJECTED-BATCHES
               MOVE GA-REASON TO DTL-RESULT
               IF GA-REASON = SPACES
                   MOVE "REJECTED BY GL" TO DTL-RESULT
               END-IF
           END-IF.
           MOVE WS-TODAY-RUN-DATE TO XL-ACK-DATE.
           REWRITE GL-EXTRACT-LOG-RECORD.
           PERFORM PRINT-ACK-DETAIL.

       RECORD-REJECTED-LINE.
      *    The header is marked first; the line itself is then read
      *    for the department and account GLEXTR sent on it.
           IF NOT XL-REJECTED-BY-GL
               OR XL-ACK-DATE NOT = WS-TODAY-RUN-DATE
               MOVE 0 TO XL-REJECT-COUNT
           END-IF.
           MOVE "R" TO XL-EXTRACT-STATUS.
           ADD 1 TO XL-REJECT-COUNT.
           MOVE WS-TODAY-RUN-DATE TO XL-ACK-DATE.
           REWRITE GL-EXTRACT-LOG-RECORD.
           ADD 1 TO WS-REJECTED-LINES.
           MOVE GA-REASON TO DTL-RESULT.
           MOVE GA-RUN-DATE    TO XL-RUN-DATE.
           MOVE GA-LINE-NUMBER TO XL-LINE-NUMBER.
           READ GL-EXTRACT-LOG-FILE
               KEY IS XL-LOG-KEY
               INVALID KEY
                   MOVE "NOT LOGGED" TO DTL-DEPARTMENT
               NOT INVALID KEY
                   MOVE XL-DEPARTMENT    TO DTL-DEPARTMENT
                   MOVE XL-ACCOUNT       TO DTL-ACCOUNT
                   MOVE XL-DEBIT-AMOUNT  TO DTL-DEBIT
                   MOVE XL-CREDIT-AMOUNT TO DTL-CREDIT
                   IF XL-DEPARTMENT = SPACES
                       MOVE "(CONTROL)" TO DTL-DEPARTMENT
                   END-IF
           END-READ.
           PERFORM PRINT-ACK-DETAIL.

       PRINT-ACK-DETAIL.
           MOVE " " TO PRINT-CC.
           MOVE ACK-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE ACK-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       PRINT-ACK-TOTALS.
           MOVE WS-ACCEPTED-BATCHES TO TOT-ACCEPTED-BATCHES.
           MOVE WS-REJECTED-BATCHES TO TOT-REJECTED-BATCHES.
           MOVE WS-REJECTED-LINES   TO TOT-REJECTED-LINES.
           MOVE WS-UNKNOWN-COUNT    TO TOT-UNKNOWN-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE ACK-TOTAL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       CONSUME-RETURN-FILE.
      *    Recorded means recorded - a stale re-delivery must not
      *    count the same rejects twice.
           MOVE WS-TODAY-RUN-DATE TO WS-GLACKP-DATE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT GL-RETURN-FILE.
           OPEN EXTEND PROCESSED-RETURN-FILE.
           IF PROCESSED-RETURN-STATUS = "05" OR "35"
               OPEN OUTPUT PROCESSED-RETURN-FILE
           END-IF.
           PERFORM READ-GL-RETURN.
           PERFORM ARCHIVE-ONE-RETURN-RECORD
               UNTIL END-OF-GL-RETURN.
           CLOSE GL-RETURN-FILE.
           CLOSE PROCESSED-RETURN-FILE.
           OPEN OUTPUT GL-RETURN-FILE.
           CLOSE GL-RETURN-FILE.
           DISPLAY "GL RETURN FILE CONSUMED - ARCHIVED TO "
               WS-GLACKP-NAME.

       ARCHIVE-ONE-RETURN-RECORD.
           MOVE GL-RETURN-RECORD TO PROCESSED-RETURN-RECORD.
           WRITE PROCESSED-RETURN-RECORD.
           PERFORM READ-GL-RETURN.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY ALERTPD.
