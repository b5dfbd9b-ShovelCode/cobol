      *          record counts from the load/activity and
      *          reconciliation control files - instead of the
      *          morning check meaning console scroll, runlog.dat,
      *          and jobabend.log read separately. On a month-end
      *          night, and every night a month-end stays held, the
      *          month-end readiness checklist from megate.dat is on
      *          the page too, so the controller sees why the close
      *          did or did not run.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS DASH-STATISTICS-STATUS.

           COPY BULLSEL.
           COPY MEGSEL.

           SELECT DASH-ALERT-FILE ASSIGN TO "alerts.dat"
               ORGANIZATION IS SEQUENTIAL

           COPY BULLFD.

       FD  MONTH-END-GATE-FILE.
           COPY MEGREC.

       FD  DASH-ALERT-FILE.
       01  DASH-ALERT-RECORD.
           05  DV-ALERT-DATE       PIC 9(8).
       01  WS-SIGNON-OK-COUNT      PIC 9(6)    VALUE 0.
       01  WS-SIGNON-FAIL-COUNT    PIC 9(6)    VALUE 0.
       01  WS-SIGNON-LOCK-COUNT    PIC 9(6)    VALUE 0.
       01  WS-MENU-SELECTION-COUNT PIC 9(6)    VALUE 0.
       01  DASH-ALERT-STATUS       PIC XX.
       01  WS-ALERT-EOF-SWITCH     PIC X       VALUE "N".
           88  END-OF-DASH-ALERTS              VALUE "Y".
       01  WS-OPEN-INFO-COUNT      PIC 9(6)    VALUE 0.
       01  WS-OLDEST-OPEN-DATE     PIC 9(8)    VALUE 99999999.
       01  WS-BULLETIN-LINE-COUNT  PIC 9(3)    VALUE 0.
       01  MONTH-END-GATE-STATUS   PIC XX.
       01  WS-GATE-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-GATE-FILE                VALUE "Y".

           COPY RETCODE.
           COPY RPTCTLWS.
           05  CNT-VALUE           PIC ZZZZZ9.
           05  FILLER              PIC X(96) VALUE SPACES.

       01  DASH-GATE-LINE.
           05  GTE-CHECK-NAME      PIC X(30).
           05  GTE-ITEM-COUNT      PIC ZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  GTE-CHECK-STATE     PIC X(12).
           05  FILLER              PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "OPSDASH" TO RL-WS-PROGRAM-NAME.
           PERFORM PRINT-COUNT-SECTION.
           PERFORM PRINT-SIGNON-SECTION.
           PERFORM PRINT-OPEN-ALERT-SECTION.
           PERFORM PRINT-MONTH-END-SECTION.
           PERFORM PRINT-BULLETIN-SECTION.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
       PRINT-SIGNON-SECTION.
      *    Today's sign-on attempts off the audit file the shared
      *    sign-on writes - the failed and locked counts are how a
      *    borrowed supervisor ID announces itself; a refused main
      *    menu hand-off counts as failed. Main menu selections ride
      *    on the same file and are counted apart.
           MOVE "----- SIGN-ON ACTIVITY -----" TO SEC-TITLE.
           PERFORM PRINT-SECTION-TITLE.
           OPEN INPUT DASH-SIGNON-LOG.
           MOVE "LOCKOUTS/LOCKED TRIES TODAY" TO CNT-LABEL.
           MOVE WS-SIGNON-LOCK-COUNT TO CNT-VALUE.
           PERFORM PRINT-ONE-COUNT-LINE.
           MOVE "MAIN MENU SELECTIONS TODAY" TO CNT-LABEL.
           MOVE WS-MENU-SELECTION-COUNT TO CNT-VALUE.
           PERFORM PRINT-ONE-COUNT-LINE.

       READ-DASH-SIGNON.
           READ DASH-SIGNON-LOG
                   WHEN "OK"
                       ADD 1 TO WS-SIGNON-OK-COUNT
                   WHEN "FAIL"
                   WHEN "MREJ"
                       ADD 1 TO WS-SIGNON-FAIL-COUNT
                   WHEN "MENU"
                       ADD 1 TO WS-MENU-SELECTION-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-SIGNON-LOCK-COUNT
               END-EVALUATE
           END-IF.
           PERFORM READ-DASH-ALERT.

       PRINT-MONTH-END-SECTION.
      *    megate.dat is the gate's last answer, result record
      *    first. It belongs on the page on the month-end night, on
      *    every later page while the month-end is held, and on the
      *    page of the night a held month-end was finally released.
           MOVE "N" TO WS-GATE-EOF-SWITCH.
           OPEN INPUT MONTH-END-GATE-FILE.
           IF MONTH-END-GATE-STATUS NOT = "00"
               MOVE "Y" TO WS-GATE-EOF-SWITCH
           ELSE
               PERFORM READ-DASH-GATE
               IF NOT END-OF-GATE-FILE
                   IF MG-RESULT-RECORD
                       AND (MG-MONTH-END-DATE = WS-BUSINESS-DATE
                           OR MG-MONTH-BLOCKED
                           OR MG-CHECKED-DATE NOT < WS-BUSINESS-DATE)
                       PERFORM PRINT-MONTH-END-RESULT
                       PERFORM READ-DASH-GATE
                       PERFORM PRINT-ONE-GATE-LINE
                           UNTIL END-OF-GATE-FILE
                   END-IF
               END-IF
               CLOSE MONTH-END-GATE-FILE
           END-IF.

       READ-DASH-GATE.
           READ MONTH-END-GATE-FILE
               AT END
                   MOVE "Y" TO WS-GATE-EOF-SWITCH
           END-READ.

       PRINT-MONTH-END-RESULT.
           MOVE "----- MONTH-END READINESS -----" TO SEC-TITLE.
           PERFORM PRINT-SECTION-TITLE.
           MOVE SPACES TO PRINT-TEXT.
           EVALUATE TRUE
               WHEN MG-MONTH-READY
                   STRING "MONTH-END " MG-MONTH-END-DATE
                       " READY - MONTHEND STEPS RAN"
                       DELIMITED BY SIZE INTO PRINT-TEXT
               WHEN MG-MONTH-OVERRIDDEN
                   STRING "MONTH-END " MG-MONTH-END-DATE
                       " OVERRIDDEN BY " MG-OVERRIDE-OPERATOR
                       " - " MG-OVERRIDE-REASON
                       DELIMITED BY SIZE INTO PRINT-TEXT
               WHEN OTHER
                   STRING "MONTH-END " MG-MONTH-END-DATE
                       " NOT READY - MONTHEND STEPS HELD"
                       DELIMITED BY SIZE INTO PRINT-TEXT
           END-EVALUATE.
           MOVE " " TO PRINT-CC.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-ONE-GATE-LINE.
           IF MG-CHECK-RECORD
               MOVE MG-CHECK-NAME  TO GTE-CHECK-NAME
               MOVE MG-ITEM-COUNT  TO GTE-ITEM-COUNT
               EVALUATE TRUE
                   WHEN MG-CHECK-CLEAR
                       MOVE "CLEAR"      TO GTE-CHECK-STATE
                   WHEN MG-CHECK-OPEN
                       MOVE "OPEN"       TO GTE-CHECK-STATE
                   WHEN OTHER
                       MOVE "UNREADABLE" TO GTE-CHECK-STATE
               END-EVALUATE
               MOVE " " TO PRINT-CC
               MOVE DASH-GATE-LINE TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
           END-IF.
           PERFORM READ-DASH-GATE.

       PRINT-BULLETIN-SECTION.
      *    The day's operator bulletins on the page the shift lead
      *    signs, so a notice posted for the floor is also on the
