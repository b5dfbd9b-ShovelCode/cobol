       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEOVRIDE.
      ******************************************************************
      * Purpose: Month-end readiness override. When the month-end
      *          gate (MEGATE) holds the MONTHEND steps because the
      *          checklist is not clean, a supervisor may decide the
      *          month closes anyway - a suspense line that will not
      *          be worked until next month, a hold the credit office
      *          has accepted. This program shows the gate's last
      *          answer and its open checks, takes the month-end date
      *          (the last day of a month) and a reason, and logs the
      *          override to meovrd.dat, where the gate finds it on
      *          its next check, and to the job-abend log with the
      *          supervisor's ID. The held steps then run on the next
      *          nightly pass, and megate.prt names the supervisor and
      *          the reason.
      *          Supervisor sign-on required.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MEGSEL.
           COPY MEOVSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  MONTH-END-GATE-FILE.
           COPY MEGREC.

       FD  MONTH-END-OVERRIDE-FILE.
           COPY MEOVREC.

           COPY OPERFD.
           COPY RUNLOGFD.
           COPY ABENDFD.

       WORKING-STORAGE SECTION.
       01  MONTH-END-GATE-STATUS   PIC XX.
       01  MONTH-END-OVERRIDE-STATUS PIC XX.
       01  WS-GATE-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-GATE-FILE                VALUE "Y".
       01  WS-DEFAULT-DATE         PIC 9(8).
       01  WS-ENTERED-DATE         PIC X(8).
       01  WS-MONTH-END-DATE       PIC 9(8).
       01  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END-DATE.
           05  WS-ME-YEAR          PIC 9(4).
           05  WS-ME-MONTH         PIC 99.
           05  WS-ME-DAY           PIC 99.
       01  WS-DAY-NUMBER           PIC 9(7).
       01  WS-NEXT-DATE            PIC 9(8).
       01  WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
           05  FILLER              PIC 9(6).
           05  WS-NEXT-DAY         PIC 99.
       01  WS-DATE-VALID-SWITCH    PIC X       VALUE "N".
           88  MONTH-END-DATE-VALID            VALUE "Y".
       01  WS-OVERRIDE-REASON      PIC X(50)   VALUE SPACES.
       01  WS-CONFIRM-PROMPT-TEXT  PIC X(60).
       01  WS-CONFIRM-DEFAULT      PIC X(3).
       01  WS-CONFIRM-FLAG         PIC X.
           88  OVERRIDE-CONFIRMED              VALUE "Y".

           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY ABENDWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "MEOVRIDE" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "OVERRIDE REFUSED - supervisor authority is "
                   "required to release a held month-end."
               MOVE RC-DECLINED TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-DEFAULT-DATE.
           PERFORM SHOW-GATE-RESULT.
           PERFORM GET-MONTH-END-DATE
               UNTIL MONTH-END-DATE-VALID.
           PERFORM GET-OVERRIDE-REASON
               UNTIL WS-OVERRIDE-REASON NOT = SPACES.
           MOVE SPACES TO WS-CONFIRM-PROMPT-TEXT.
           STRING "Release month-end " WS-MONTH-END-DATE
               " with items open? (YES/NO)"
               DELIMITED BY SIZE INTO WS-CONFIRM-PROMPT-TEXT.
           MOVE SPACES TO WS-CONFIRM-DEFAULT.
           CALL "YESNO" USING WS-CONFIRM-PROMPT-TEXT
               WS-CONFIRM-DEFAULT WS-CONFIRM-FLAG.
           IF OVERRIDE-CONFIRMED
               PERFORM LOG-MONTH-END-OVERRIDE
               DISPLAY "OVERRIDE LOGGED - the held month-end steps "
                   "run on the next nightly pass."
               MOVE RC-NORMAL TO RETURN-CODE
           ELSE
               DISPLAY "NO OVERRIDE LOGGED."
               MOVE RC-DECLINED TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       SHOW-GATE-RESULT.
      *    megate.dat holds the gate's last answer: the result
      *    record first, then one record per check.
           MOVE "N" TO WS-GATE-EOF-SWITCH.
           OPEN INPUT MONTH-END-GATE-FILE.
           IF MONTH-END-GATE-STATUS NOT = "00"
               DISPLAY "THE MONTH-END GATE HAS NOT RUN."
           ELSE
               PERFORM READ-GATE-RECORD
               PERFORM SHOW-ONE-GATE-RECORD
                   UNTIL END-OF-GATE-FILE
               CLOSE MONTH-END-GATE-FILE
           END-IF.

       READ-GATE-RECORD.
           READ MONTH-END-GATE-FILE
               AT END
                   MOVE "Y" TO WS-GATE-EOF-SWITCH
           END-READ.

       SHOW-ONE-GATE-RECORD.
           IF MG-RESULT-RECORD
               EVALUATE TRUE
                   WHEN MG-MONTH-READY
                       DISPLAY "MONTH-END " MG-MONTH-END-DATE
                           " - READY"
                   WHEN MG-MONTH-OVERRIDDEN
                       DISPLAY "MONTH-END " MG-MONTH-END-DATE
                           " - ALREADY OVERRIDDEN BY "
                           MG-OVERRIDE-OPERATOR
                   WHEN OTHER
                       DISPLAY "MONTH-END " MG-MONTH-END-DATE
                           " - HELD, " MG-BLOCKING-COUNT
                           " CHECK(S) OPEN"
                       MOVE MG-MONTH-END-DATE TO WS-DEFAULT-DATE
               END-EVALUATE
           END-IF.
           IF MG-CHECK-RECORD
               AND NOT MG-CHECK-CLEAR
               IF MG-CHECK-UNREADABLE
                   DISPLAY "    " MG-CHECK-NAME " FILE UNREADABLE"
               ELSE
                   DISPLAY "    " MG-CHECK-NAME " " MG-ITEM-COUNT
                       " OPEN"
               END-IF
           END-IF.
           PERFORM READ-GATE-RECORD.

       GET-MONTH-END-DATE.
      *    The override is for one month-end night; the date must be
      *    the last day of its month.
           MOVE "N" TO WS-DATE-VALID-SWITCH.
           DISPLAY "ENTER MONTH-END DATE (YYYYMMDD), BLANK FOR "
               WS-DEFAULT-DATE ":".
           MOVE SPACES TO WS-ENTERED-DATE.
           ACCEPT WS-ENTERED-DATE.
           IF WS-ENTERED-DATE = SPACES
               MOVE WS-DEFAULT-DATE TO WS-MONTH-END-DATE
           ELSE
               IF WS-ENTERED-DATE IS NUMERIC
                   MOVE WS-ENTERED-DATE TO WS-MONTH-END-DATE
               ELSE
                   MOVE 0 TO WS-MONTH-END-DATE
               END-IF
           END-IF.
           MOVE 0 TO WS-DAY-NUMBER.
           IF WS-ME-MONTH > 0 AND WS-ME-MONTH < 13
               AND WS-ME-DAY > 27 AND WS-ME-DAY < 32
               AND WS-ME-YEAR > 1600
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-MONTH-END-DATE)
           END-IF.
           IF WS-DAY-NUMBER > 0
               COMPUTE WS-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER + 1)
               IF WS-NEXT-DAY = 1
                   MOVE "Y" TO WS-DATE-VALID-SWITCH
               END-IF
           END-IF.
           IF NOT MONTH-END-DATE-VALID
               DISPLAY "Not the last day of a month - "
                   "enter a month-end date."
           END-IF.

       GET-OVERRIDE-REASON.
           DISPLAY "ENTER REASON FOR THE OVERRIDE:".
           ACCEPT WS-OVERRIDE-REASON.
           IF WS-OVERRIDE-REASON = SPACES
               DISPLAY "A reason is required."
           END-IF.

       LOG-MONTH-END-OVERRIDE.
           MOVE WS-MONTH-END-DATE  TO MO-MONTH-END-DATE.
           ACCEPT MO-LOGGED-DATE FROM DATE YYYYMMDD.
           ACCEPT MO-LOGGED-TIME FROM TIME.
           MOVE OP-SIGNED-ON-ID    TO MO-OPERATOR-ID.
           MOVE WS-OVERRIDE-REASON TO MO-REASON.
           OPEN EXTEND MONTH-END-OVERRIDE-FILE.
           IF MONTH-END-OVERRIDE-STATUS = "05" OR "35"
               OPEN OUTPUT MONTH-END-OVERRIDE-FILE
           END-IF.
           WRITE MONTH-END-OVERRIDE-RECORD.
           CLOSE MONTH-END-OVERRIDE-FILE.
           MOVE "MEOVRIDE"               TO AL-PROGRAM-NAME.
           MOVE "LOG-MONTH-END-OVERRIDE" TO AL-PARAGRAPH-NAME.
           MOVE SPACES TO AL-REASON.
           STRING "Month-end " WS-MONTH-END-DATE
               " readiness override by operator "
               OP-SIGNED-ON-ID DELIMITED BY SIZE
               INTO AL-REASON.
           PERFORM LOG-ABEND-ENTRY.

           COPY OPERPD.
           COPY RUNLOGPD.
           COPY ABENDPD.
