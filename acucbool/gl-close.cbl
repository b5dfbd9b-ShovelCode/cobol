       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.
      ******************************************************************
      * Purpose: GL month-end close. Once the business date has
      *          moved past the open posting period on glperiod.dat,
      *          and the GL system has accepted every one of that
      *          period's nightly extracts (glextlog.dat, answered
      *          through GLACK), the open period advances to the next
      *          month, and from that moment GLEXTR and the posting
      *          feeds refuse anything dated into the month just
      *          closed - the general ledger import can never
      *          silently reopen March. The month's last extract is
      *          only answered the day after it is sent, so the step
      *          runs every night: mid-month it has nothing to do,
      *          and a close held by an unanswered or rejected
      *          extract lists the extracts, raises a WARN and is
      *          tried again the next night. A period with no
      *          extract log at all closes as before. Nor does a
      *          period close while its month-end is held by the
      *          readiness gate (megate.dat blocked and not
      *          overridden) - the month's MONTHEND steps have not
      *          run, so the close raises a WARN and waits for the
      *          night the gate releases the month. A missing
      *          control file is seeded from the business date, so
      *          the first month-end after is what starts the
      *          enforcement.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GLPRSEL.
           COPY GLXLSEL.
           COPY MEGSEL.
           COPY RUNLOGSEL.
           COPY ALERTSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY GLPRFD.

       FD  GL-EXTRACT-LOG-FILE.
           COPY GLXLREC.

       FD  MONTH-END-GATE-FILE.
           COPY MEGREC.

           COPY RUNLOGFD.
           COPY ALERTFD.

       01  WS-PERIOD-PARTS.
           05  WS-PERIOD-YEAR      PIC 9(4).
           05  WS-PERIOD-MONTH     PIC 9(2).
       01  GL-EXTRACT-LOG-STATUS   PIC XX.
       01  WS-LOG-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-PERIOD-EXTRACTS          VALUE "Y".
       01  WS-OUTSTANDING-COUNT    PIC 9(4)    VALUE 0.
       01  MONTH-END-GATE-STATUS   PIC XX.
       01  WS-MONTH-END-HELD-SWITCH PIC X      VALUE "N".
           88  MONTH-END-HELD                  VALUE "Y".

           COPY RETCODE.
           COPY RUNLOGWS.
      *    period, so the advance below always has something real to
      *    advance from.
           PERFORM CHECK-GL-PERIOD.
           PERFORM READ-OPEN-PERIOD.
           IF GP-WS-POSTING-PERIOD NOT > WS-CLOSED-PERIOD
               DISPLAY "NO GL PERIOD DUE TO CLOSE - OPEN PERIOD "
                   WS-CLOSED-PERIOD
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM CHECK-MONTH-END-GATE.
           IF MONTH-END-HELD
               DISPLAY "*** GL PERIOD " WS-CLOSED-PERIOD
                   " NOT CLOSED - MONTH-END HELD BY THE READINESS "
                   "GATE (SEE MEGATE.PRT)"
               MOVE "WARN"    TO OA-SEVERITY
               MOVE "GLCLOSE" TO OA-PROGRAM-NAME
               MOVE "GL CLOSE HELD - MONTH-END NOT READY"
                   TO OA-MESSAGE-TEXT
               PERFORM WRITE-OPERATOR-ALERT
               MOVE RC-WARNING TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM CHECK-PERIOD-EXTRACTS.
           IF WS-OUTSTANDING-COUNT > 0
               DISPLAY "*** GL PERIOD " WS-CLOSED-PERIOD
                   " NOT CLOSED - " WS-OUTSTANDING-COUNT
                   " EXTRACTS NOT ACCEPTED BY THE GL"
               MOVE "WARN"    TO OA-SEVERITY
               MOVE "GLCLOSE" TO OA-PROGRAM-NAME
               MOVE "GL CLOSE HELD - PERIOD EXTRACTS NOT ACCEPTED"
                   TO OA-MESSAGE-TEXT
               PERFORM WRITE-OPERATOR-ALERT
               MOVE RC-WARNING TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM ADVANCE-OPEN-PERIOD.
           DISPLAY "GL PERIOD CLOSED: " WS-CLOSED-PERIOD
               " OPEN: " WS-NEXT-PERIOD.
           PERFORM LOG-RUN-END.
           STOP RUN.

       READ-OPEN-PERIOD.
           OPEN INPUT GL-PERIOD-FILE.
           READ GL-PERIOD-FILE
               AT END
           END-READ.
           CLOSE GL-PERIOD-FILE.
           MOVE GP-OPEN-PERIOD TO WS-CLOSED-PERIOD.

       CHECK-MONTH-END-GATE.
      *    Only a gate result for the month being closed counts; no
      *    file, or a result for another month, holds nothing up.
           MOVE "N" TO WS-MONTH-END-HELD-SWITCH.
           OPEN INPUT MONTH-END-GATE-FILE.
           IF MONTH-END-GATE-STATUS = "00"
               READ MONTH-END-GATE-FILE
                   AT END
                       MOVE SPACES TO MONTH-END-GATE-RECORD
               END-READ
               IF MG-RESULT-RECORD
                   AND MG-MONTH-END-DATE (1:6) = WS-CLOSED-PERIOD
                   AND MG-MONTH-BLOCKED
                   MOVE "Y" TO WS-MONTH-END-HELD-SWITCH
               END-IF
               CLOSE MONTH-END-GATE-FILE
           END-IF.

       CHECK-PERIOD-EXTRACTS.
      *    Every header dated into the period must show the GL's
      *    acceptance; no log at all predates the acknowledgements
      *    and holds nothing up.
           OPEN INPUT GL-EXTRACT-LOG-FILE.
           IF GL-EXTRACT-LOG-STATUS NOT = "00"
               MOVE "Y" TO WS-LOG-EOF-SWITCH
           ELSE
               MOVE WS-CLOSED-PERIOD TO XL-RUN-DATE (1:6)
               MOVE "01"             TO XL-RUN-DATE (7:2)
               MOVE 0                TO XL-LINE-NUMBER
               START GL-EXTRACT-LOG-FILE
                   KEY IS NOT LESS THAN XL-LOG-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-LOG-EOF-SWITCH
               END-START
               PERFORM READ-NEXT-EXTRACT-LOG
               PERFORM CHECK-ONE-EXTRACT-LOG
                   UNTIL END-OF-PERIOD-EXTRACTS
               CLOSE GL-EXTRACT-LOG-FILE
           END-IF.

       READ-NEXT-EXTRACT-LOG.
           IF NOT END-OF-PERIOD-EXTRACTS
               READ GL-EXTRACT-LOG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LOG-EOF-SWITCH
               END-READ
           END-IF.
           IF NOT END-OF-PERIOD-EXTRACTS
               AND XL-RUN-DATE (1:6) NOT = WS-CLOSED-PERIOD
               MOVE "Y" TO WS-LOG-EOF-SWITCH
           END-IF.

       CHECK-ONE-EXTRACT-LOG.
           IF XL-LINE-NUMBER = 0
               AND NOT XL-ACCEPTED-BY-GL
               ADD 1 TO WS-OUTSTANDING-COUNT
               IF XL-REJECTED-BY-GL
                   DISPLAY "  EXTRACT " XL-RUN-DATE
                       " REJECTED BY THE GL - " XL-REJECT-COUNT
                       " LINES REFUSED"
               ELSE
                   DISPLAY "  EXTRACT " XL-RUN-DATE
                       " NOT YET ANSWERED BY THE GL"
               END-IF
           END-IF.
           PERFORM READ-NEXT-EXTRACT-LOG.

       ADVANCE-OPEN-PERIOD.
           MOVE WS-CLOSED-PERIOD TO WS-PERIOD-PARTS.
           IF WS-PERIOD-MONTH = 12
               ADD 1 TO WS-PERIOD-YEAR
               MOVE 1 TO WS-PERIOD-MONTH
