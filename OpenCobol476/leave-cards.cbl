       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVCARDS.
      ******************************************************************
      * Purpose: Timecards from approved leave. For every approved
      *          leave request that has reached its first day, appends
      *          one vacation or sick card at the request's hours per
      *          day to the timecard file for each working day from
      *          the day after the last one carded through the
      *          business date (or the last day of leave, if that
      *          comes first), then records how far the request is
      *          carded so no day is carded twice. Weekends and
      *          calendar holidays get no card - the holiday is paid
      *          by its own card. The cards are written pending, the
      *          same as a keyed card, so the supervisor confirms in
      *          TCAPPRV that the employee was in fact off; the leave
      *          is never keyed a second time. A request for an
      *          employee no longer active is withdrawn with reason
      *          TERM instead of carded. Lists every request carded
      *          and every request withdrawn.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LVRQSEL.
           COPY HLDYSEL.

           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-FILE-STATUS.

           SELECT TIMECARD-FILE ASSIGN TO "timecard.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TIMECARD-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "lvcards.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-REQUEST-FILE.
           COPY LVRQREC.

       FD  HOLIDAY-FILE.
           COPY HLDYREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  TIMECARD-FILE.
           COPY TCRDREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  LEAVE-REQUEST-STATUS    PIC XX.
       01  HOLIDAY-FILE-STATUS     PIC XX.
       01  EMPLOYEE-FILE-STATUS    PIC XX.
       01  TIMECARD-FILE-STATUS    PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-REQUESTS                 VALUE "Y".
       01  WS-CARD-FROM-DATE       PIC 9(8).
       01  WS-CARD-THRU-DATE       PIC 9(8).
       01  WS-REQUEST-CARDS        PIC 9(3).
       01  WS-REQUEST-HOURS        PIC 9(4)V99.

       01  WS-REQUEST-COUNT        PIC 9(5)    VALUE 0.
       01  WS-CARD-COUNT           PIC 9(6)    VALUE 0.
       01  WS-WITHDRAWN-COUNT      PIC 9(5)    VALUE 0.

           COPY LVDAYWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  LVCARDS-COLUMN-HEADINGS.
           05  FILLER              PIC X(7)  VALUE "EMP".
           05  FILLER              PIC X(32) VALUE "NAME".
           05  FILLER              PIC X(6)  VALUE "TYPE".
           05  FILLER              PIC X(21) VALUE "CARDED FROM - THRU".
           05  FILLER              PIC X(5)  VALUE "CARDS".
           05  FILLER              PIC X(9)  VALUE "HOURS".
           05  FILLER              PIC X(52) VALUE "RESULT".

       01  LVCARDS-DETAIL-LINE.
           05  DTL-EMP-ID          PIC 9(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-EMP-NAME        PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-LEAVE-TYPE      PIC X.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  DTL-FROM-DATE       PIC 9(8).
           05  FILLER              PIC X(3)  VALUE " - ".
           05  DTL-THRU-DATE       PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-CARDS           PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-HOURS           PIC ZZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-RESULT          PIC X(30).
           05  FILLER              PIC X(22) VALUE SPACES.

       01  LVCARDS-TOTAL-LINE.
           05  FILLER              PIC X(10) VALUE "REQUESTS: ".
           05  TOT-REQUESTS        PIC ZZZZ9.
           05  FILLER              PIC X(17) VALUE
               "  CARDS WRITTEN: ".
           05  TOT-CARDS           PIC ZZZZZ9.
           05  FILLER              PIC X(13) VALUE
               "  WITHDRAWN: ".
           05  TOT-WITHDRAWN       PIC ZZZZ9.
           05  FILLER              PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "LVCARDS" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           OPEN I-O LEAVE-REQUEST-FILE.
           IF LEAVE-REQUEST-STATUS NOT = "00"
               DISPLAY "NO LEAVE REQUEST FILE - NO LEAVE CARDS"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-FILE-STATUS = "00"
               MOVE "Y" TO LV-HOLIDAY-SWITCH
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN EXTEND TIMECARD-FILE.
           IF TIMECARD-FILE-STATUS = "05" OR "35"
               OPEN OUTPUT TIMECARD-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "LVCARDS" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           MOVE LOW-VALUES TO LR-REQUEST-KEY.
           START LEAVE-REQUEST-FILE
               KEY IS GREATER THAN OR EQUAL TO LR-REQUEST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-REQUESTS
               PERFORM READ-NEXT-REQUEST
           END-IF.
           PERFORM CARD-ONE-REQUEST
               THRU CARD-ONE-REQUEST-EXIT
               UNTIL END-OF-REQUESTS.
           MOVE WS-REQUEST-COUNT TO TOT-REQUESTS.
           MOVE WS-CARD-COUNT TO TOT-CARDS.
           MOVE WS-WITHDRAWN-COUNT TO TOT-WITHDRAWN.
           MOVE " " TO PRINT-CC.
           MOVE LVCARDS-TOTAL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE LEAVE-REQUEST-FILE.
           IF LV-HOLIDAYS-ON-FILE
               CLOSE HOLIDAY-FILE
           END-IF.
           CLOSE EMPLOYEE-FILE.
           CLOSE TIMECARD-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "LEAVE CARDS COMPLETE - " WS-REQUEST-COUNT
               " REQUESTS, " WS-CARD-COUNT " CARDS WRITTEN, "
               WS-WITHDRAWN-COUNT " WITHDRAWN".
           IF WS-WITHDRAWN-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE LVCARDS-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       READ-NEXT-REQUEST.
           READ LEAVE-REQUEST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CARD-ONE-REQUEST.
      *    Only approved leave whose first day has come and whose last
      *    day is not yet carded has anything to write tonight.
           IF NOT LR-APPROVED
               OR LR-START-DATE > WS-BUSINESS-DATE
               OR LR-CARDS-THRU-DATE NOT < LR-END-DATE
               PERFORM READ-NEXT-REQUEST
               GO TO CARD-ONE-REQUEST-EXIT
           END-IF.
           ADD 1 TO WS-REQUEST-COUNT.
           MOVE LR-EMP-ID TO DTL-EMP-ID.
           MOVE LR-LEAVE-TYPE TO DTL-LEAVE-TYPE.
           IF LR-CARDS-THRU-DATE < LR-START-DATE
               MOVE LR-START-DATE TO WS-CARD-FROM-DATE
           ELSE
               COMPUTE WS-CARD-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (LR-CARDS-THRU-DATE) + 1)
           END-IF.
           IF LR-END-DATE < WS-BUSINESS-DATE
               MOVE LR-END-DATE TO WS-CARD-THRU-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-CARD-THRU-DATE
           END-IF.
           MOVE WS-CARD-FROM-DATE TO DTL-FROM-DATE.
           MOVE WS-CARD-THRU-DATE TO DTL-THRU-DATE.
           MOVE 0 TO WS-REQUEST-CARDS.
           MOVE 0 TO WS-REQUEST-HOURS.
           MOVE LR-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               KEY IS EMP-ID
               INVALID KEY
                   MOVE "** NO MASTER RECORD **" TO DTL-EMP-NAME
                   MOVE "T" TO EMP-STATUS
               NOT INVALID KEY
                   MOVE EMP-NAME TO DTL-EMP-NAME
           END-READ.
           IF EMP-TERMINATED
               ADD 1 TO WS-WITHDRAWN-COUNT
               MOVE "C" TO LR-STATUS
               MOVE "LVCARDS" TO LR-DECIDED-BY
               MOVE WS-BUSINESS-DATE TO LR-DECISION-DATE
               MOVE "TERM" TO LR-DENY-REASON
               MOVE "NOT ACTIVE - REQUEST WITHDRAWN" TO DTL-RESULT
           ELSE
               MOVE WS-CARD-FROM-DATE TO LV-DAY-DATE
               PERFORM CARD-ONE-LEAVE-DAY
                   UNTIL LV-DAY-DATE > WS-CARD-THRU-DATE
               MOVE WS-CARD-THRU-DATE TO LR-CARDS-THRU-DATE
               ADD WS-REQUEST-HOURS TO LR-HOURS-CARDED
               IF LR-CARDS-THRU-DATE = LR-END-DATE
                   MOVE "CARDED - LEAVE COMPLETE" TO DTL-RESULT
               ELSE
                   MOVE "CARDED TO DATE" TO DTL-RESULT
               END-IF
           END-IF.
           REWRITE LEAVE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "LEAVE REQUEST " LR-REQUEST-KEY
                       " NOT UPDATED, STATUS " LEAVE-REQUEST-STATUS
           END-REWRITE.
           MOVE WS-REQUEST-CARDS TO DTL-CARDS.
           MOVE WS-REQUEST-HOURS TO DTL-HOURS.
           MOVE " " TO PRINT-CC.
           MOVE LVCARDS-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM READ-NEXT-REQUEST.

       CARD-ONE-REQUEST-EXIT.
           EXIT.

       CARD-ONE-LEAVE-DAY.
           PERFORM CLASSIFY-LEAVE-DAY.
           IF LV-WORK-DAY
               MOVE LR-EMP-ID        TO TC-EMP-ID
               MOVE LV-DAY-DATE      TO TC-WORK-DATE
               MOVE LR-HOURS-PER-DAY TO TC-HOURS
               MOVE LR-LEAVE-TYPE    TO TC-HOURS-TYPE
               MOVE "P"              TO TC-APPROVAL-STATUS
               MOVE SPACES           TO TC-REJECT-REASON
               WRITE TIMECARD-RECORD
               ADD 1 TO WS-CARD-COUNT
               ADD 1 TO WS-REQUEST-CARDS
               ADD LR-HOURS-PER-DAY TO WS-REQUEST-HOURS
           END-IF.
           COMPUTE LV-DAY-DATE = FUNCTION DATE-OF-INTEGER
               (LV-DAY-INTEGER + 1).

           COPY LVDAYPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
