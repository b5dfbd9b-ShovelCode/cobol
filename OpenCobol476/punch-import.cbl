       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUNCHIMP.
      ******************************************************************
      * Purpose: Nightly time clock punch import. Sorts the clock's
      *          punch file by badge and time, checks each badge's
      *          EMP-ID and check digit with the shared mod-10
      *          formula and against EMPLOYEE-FILE, pairs each in
      *          punch with the out punch that follows it, rounds
      *          both to the nearest quarter hour, and appends one
      *          pending worked-hours card per shift to the timecard
      *          file for supervisor approval in TCAPPRV - the same
      *          card TIMECARD writes from paper. A shift is dated by
      *          its in punch, so a night shift belongs to the night
      *          it started. Missing punches, double punches (a
      *          second swipe the same way within a few minutes),
      *          and shifts over 16 hours go to the exception report
      *          for the supervisor instead of becoming cards. An in
      *          punch from tonight with no out yet is carried to
      *          the next night's import rather than called missing.
      *          The night's punches are then rolled off to a dated
      *          archive and the punch file emptied, so a rerun
      *          never cards the same shift twice.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PNCHSEL.

           SELECT PUNCH-CARRY-FILE ASSIGN TO "punchcry.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PUNCH-CARRY-STATUS.

           SELECT PUNCH-ARCHIVE-FILE ASSIGN TO WS-PN-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PUNCH-ARCHIVE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "punchimp.srt".

           SELECT TIMECARD-FILE ASSIGN TO "timecard.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TIMECARD-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "punchexc.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PUNCH-FILE.
           COPY PNCHREC.

       FD  PUNCH-CARRY-FILE.
       01  PUNCH-CARRY-RECORD      PIC X(19).

       FD  PUNCH-ARCHIVE-FILE.
       01  PUNCH-ARCHIVE-RECORD    PIC X(19).

      *    Field order mirrors the punch record - SORT ... USING
      *    copies records into this area byte for byte.
       SD  SORT-WORK-FILE.
       01  SORT-PUNCH-RECORD.
           05  SR-BADGE-ID         PIC 9(6).
           05  SR-PUNCH-DATE       PIC 9(8).
           05  SR-PUNCH-TIME.
               10  SR-PUNCH-HOUR   PIC 99.
               10  SR-PUNCH-MINUTE PIC 99.
           05  SR-PUNCH-TYPE       PIC X.
               88  SR-PUNCH-IN                 VALUE "I".
               88  SR-PUNCH-OUT                VALUE "O".

       FD  TIMECARD-FILE.
           COPY TCRDREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  PUNCH-FILE-STATUS       PIC XX.
       01  PUNCH-CARRY-STATUS      PIC XX.
       01  PUNCH-ARCHIVE-STATUS    PIC XX.
       01  TIMECARD-FILE-STATUS    PIC XX.
       01  EMPLOYEE-FILE-STATUS    PIC XX.
       01  WS-PN-ARCHIVE-NAME.
           05  FILLER              PIC X(10) VALUE "punch.arc.".
           05  WS-PN-ARCHIVE-DATE  PIC 9(8).
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-PUNCHES                  VALUE "Y".
       01  WS-SORT-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SORTED-PUNCHES           VALUE "Y".

      *    Punch rules. Each punch rounds to the nearest increment
      *    (7 minutes and under rounds down on a quarter hour); a
      *    second swipe the same way within the double-punch window
      *    is a double punch; a shift longer than the limit is not
      *    carded without the supervisor.
       01  WS-ROUND-INCREMENT      PIC 99      VALUE 15.
       01  WS-ROUND-HALF           PIC 99      VALUE 7.
       01  WS-DOUBLE-PUNCH-MINUTES PIC 99      VALUE 5.
       01  WS-SHIFT-LIMIT-MINUTES  PIC 9(4)    VALUE 960.

       01  WS-CURRENT-BADGE        PIC 9(6)    VALUE 0.
       01  WS-BADGE-BASE-ID        PIC 9(5).
       01  WS-BADGE-CHECK-DIGIT    PIC 9.
       01  WS-BADGE-PROBLEM        PIC X(30).
       01  WS-BADGE-SWITCH         PIC X       VALUE "N".
           88  BADGE-VALID                     VALUE "Y".

       01  WS-PUNCH-MINUTES        PIC 9(10).
       01  WS-ROUND-WORK           PIC 9(10).
       01  WS-ROUNDED-IN           PIC 9(10).
       01  WS-ROUNDED-OUT          PIC 9(10).
       01  WS-RAW-MINUTES          PIC S9(10).
       01  WS-SHIFT-MINUTES        PIC S9(10).

      *    The in punch of the shift now open.
       01  WS-OPEN-SWITCH          PIC X       VALUE "N".
           88  SHIFT-OPEN                      VALUE "Y".
       01  WS-SPOILED-SWITCH       PIC X       VALUE "N".
           88  SHIFT-SPOILED                   VALUE "Y".
       01  WS-OPEN-PUNCH           PIC X(19).
       01  WS-OPEN-DATE            PIC 9(8).
       01  WS-OPEN-TIME            PIC 9(4).
       01  WS-OPEN-MINUTES         PIC 9(10).

      *    A paired shift waits here until the next punch shows it
      *    was not followed by a double out punch.
       01  WS-WAITING-SWITCH       PIC X       VALUE "N".
           88  SHIFT-WAITING                   VALUE "Y".
       01  WS-DONE-DATE            PIC 9(8).
       01  WS-DONE-IN-TIME         PIC 9(4).
       01  WS-DONE-OUT-TIME        PIC 9(4).
       01  WS-DONE-OUT-MINUTES     PIC 9(10).
       01  WS-DONE-HOURS           PIC 9(2)V99.

       01  WS-PUNCH-COUNT          PIC 9(6)    VALUE 0.
       01  WS-CARD-COUNT           PIC 9(6)    VALUE 0.
       01  WS-EXCEPTION-COUNT      PIC 9(6)    VALUE 0.
       01  WS-CARRIED-COUNT        PIC 9(6)    VALUE 0.

           COPY CHKDGTWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  PUNCHIMP-COLUMN-HEADINGS.
           05  FILLER              PIC X(9)  VALUE "BADGE".
           05  FILLER              PIC X(10) VALUE "DATE".
           05  FILLER              PIC X(6)  VALUE "IN".
           05  FILLER              PIC X(6)  VALUE "OUT".
           05  FILLER              PIC X(40) VALUE "EXCEPTION".
           05  FILLER              PIC X(61) VALUE SPACES.

       01  PUNCHIMP-EXCEPTION-LINE.
           05  EXC-BADGE-ID        PIC 9(6).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  EXC-DATE            PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EXC-IN-TIME         PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EXC-OUT-TIME        PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EXC-REASON          PIC X(40).
           05  FILLER              PIC X(61) VALUE SPACES.

       01  PUNCHIMP-TOTAL-LINE.
           05  FILLER              PIC X(9)  VALUE "PUNCHES: ".
           05  TOT-PUNCHES         PIC ZZZZZ9.
           05  FILLER              PIC X(16) VALUE
               "  CARDS WRITTEN:".
           05  TOT-CARDS           PIC ZZZZZ9.
           05  FILLER              PIC X(14) VALUE
               "  EXCEPTIONS: ".
           05  TOT-EXCEPTIONS      PIC ZZZZZ9.
           05  FILLER              PIC X(19) VALUE
               "  CARRIED FORWARD: ".
           05  TOT-CARRIED         PIC ZZZZZ9.
           05  FILLER              PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PUNCHIMP" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-PN-ARCHIVE-DATE.
           OPEN INPUT PUNCH-FILE.
           IF PUNCH-FILE-STATUS NOT = "00"
               DISPLAY "NO PUNCH FILE - NOTHING TO IMPORT"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           CLOSE PUNCH-FILE.
      *    The carry file is read by the sort before it is rewritten,
      *    so it must exist even on the first night.
           OPEN INPUT PUNCH-CARRY-FILE.
           IF PUNCH-CARRY-STATUS = "05" OR "35"
               OPEN OUTPUT PUNCH-CARRY-FILE
           END-IF.
           CLOSE PUNCH-CARRY-FILE.
           OPEN EXTEND TIMECARD-FILE.
           IF TIMECARD-FILE-STATUS = "05" OR "35"
               OPEN OUTPUT TIMECARD-FILE
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "PUNCHIMP" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-BADGE-ID
               ON ASCENDING KEY SR-PUNCH-DATE
               ON ASCENDING KEY SR-PUNCH-TIME
               ON ASCENDING KEY SR-PUNCH-TYPE
               USING PUNCH-FILE PUNCH-CARRY-FILE
               OUTPUT PROCEDURE IS PAIR-PUNCHES.
           PERFORM PRINT-IMPORT-TOTALS.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE TIMECARD-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE PRINT-FILE.
           PERFORM ROLL-OFF-PUNCHES.
           DISPLAY "PUNCH IMPORT COMPLETE - " WS-PUNCH-COUNT
               " PUNCHES, " WS-CARD-COUNT " CARDS WRITTEN, "
               WS-EXCEPTION-COUNT " EXCEPTIONS, "
               WS-CARRIED-COUNT " CARRIED FORWARD".
           IF WS-EXCEPTION-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE PUNCHIMP-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

      ******************************************************************
      * Pairing - sorted punches, one badge at a time
      ******************************************************************
       PAIR-PUNCHES.
           OPEN OUTPUT PUNCH-CARRY-FILE.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM RETURN-SORTED-PUNCH.
           PERFORM PAIR-ONE-PUNCH
               THRU PAIR-ONE-PUNCH-EXIT
               UNTIL END-OF-SORTED-PUNCHES.
           IF WS-CURRENT-BADGE NOT = 0
               PERFORM CLOSE-OUT-BADGE
           END-IF.
           CLOSE PUNCH-CARRY-FILE.

       RETURN-SORTED-PUNCH.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       PAIR-ONE-PUNCH.
           IF SR-BADGE-ID NOT = WS-CURRENT-BADGE
               IF WS-CURRENT-BADGE NOT = 0
                   PERFORM CLOSE-OUT-BADGE
               END-IF
               PERFORM START-BADGE
           END-IF.
           ADD 1 TO WS-PUNCH-COUNT.
           IF NOT BADGE-VALID
               MOVE WS-BADGE-PROBLEM TO EXC-REASON
               PERFORM PRINT-PUNCH-EXCEPTION
               PERFORM RETURN-SORTED-PUNCH
               GO TO PAIR-ONE-PUNCH-EXIT
           END-IF.
           IF SR-PUNCH-HOUR > 23
               OR SR-PUNCH-MINUTE > 59
               OR (NOT SR-PUNCH-IN AND NOT SR-PUNCH-OUT)
               MOVE "UNREADABLE PUNCH TIME OR TYPE" TO EXC-REASON
               PERFORM PRINT-PUNCH-EXCEPTION
               PERFORM RETURN-SORTED-PUNCH
               GO TO PAIR-ONE-PUNCH-EXIT
           END-IF.
           COMPUTE WS-PUNCH-MINUTES =
               (FUNCTION INTEGER-OF-DATE (SR-PUNCH-DATE) * 1440)
               + (SR-PUNCH-HOUR * 60) + SR-PUNCH-MINUTE.
           IF SR-PUNCH-IN
               PERFORM TAKE-IN-PUNCH
                   THRU TAKE-IN-PUNCH-EXIT
           ELSE
               PERFORM TAKE-OUT-PUNCH
                   THRU TAKE-OUT-PUNCH-EXIT
           END-IF.
           PERFORM RETURN-SORTED-PUNCH.

       PAIR-ONE-PUNCH-EXIT.
           EXIT.

       START-BADGE.
      *    The badge is the EMP-ID with its check digit, the same
      *    number an operator keys from a paper card.
           MOVE SR-BADGE-ID TO WS-CURRENT-BADGE.
           MOVE "N" TO WS-OPEN-SWITCH.
           MOVE "N" TO WS-SPOILED-SWITCH.
           MOVE "N" TO WS-WAITING-SWITCH.
           MOVE "Y" TO WS-BADGE-SWITCH.
           DIVIDE SR-BADGE-ID BY 10
               GIVING WS-BADGE-BASE-ID
               REMAINDER WS-BADGE-CHECK-DIGIT.
           MOVE WS-BADGE-BASE-ID TO WS-CHECK-DIGIT-INPUT-ID.
           PERFORM COMPUTE-CHECK-DIGIT.
           IF WS-COMPUTED-CHECK-DIGIT NOT = WS-BADGE-CHECK-DIGIT
               MOVE "N" TO WS-BADGE-SWITCH
               MOVE "CHECK DIGIT DOES NOT MATCH" TO WS-BADGE-PROBLEM
           ELSE
               MOVE WS-BADGE-BASE-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   KEY IS EMP-ID
                   INVALID KEY
                       MOVE "N" TO WS-BADGE-SWITCH
                       MOVE "NO EMPLOYEE MASTER RECORD"
                           TO WS-BADGE-PROBLEM
                   NOT INVALID KEY
                       IF EMP-TERMINATED
                           MOVE "N" TO WS-BADGE-SWITCH
                           MOVE "EMPLOYEE IS TERMINATED"
                               TO WS-BADGE-PROBLEM
                       END-IF
               END-READ
           END-IF.

       TAKE-IN-PUNCH.
      *    A second in swipe inside the window spoils the shift -
      *    it stays open so its out punch is matched, but it is
      *    reported, not carded. A later in with the shift still
      *    open means the out punch was never taken.
           IF SHIFT-OPEN
               IF WS-PUNCH-MINUTES - WS-OPEN-MINUTES
                       NOT > WS-DOUBLE-PUNCH-MINUTES
                   MOVE "Y" TO WS-SPOILED-SWITCH
                   GO TO TAKE-IN-PUNCH-EXIT
               END-IF
               PERFORM REPORT-OPEN-SHIFT
           END-IF.
           PERFORM CARD-WAITING-SHIFT.
           MOVE "Y" TO WS-OPEN-SWITCH.
           MOVE "N" TO WS-SPOILED-SWITCH.
           MOVE SORT-PUNCH-RECORD TO WS-OPEN-PUNCH.
           MOVE SR-PUNCH-DATE TO WS-OPEN-DATE.
           MOVE SR-PUNCH-TIME TO WS-OPEN-TIME.
           MOVE WS-PUNCH-MINUTES TO WS-OPEN-MINUTES.

       TAKE-IN-PUNCH-EXIT.
           EXIT.

       TAKE-OUT-PUNCH.
           IF NOT SHIFT-OPEN
               IF SHIFT-WAITING
                   AND WS-PUNCH-MINUTES - WS-DONE-OUT-MINUTES
                       NOT > WS-DOUBLE-PUNCH-MINUTES
                   MOVE WS-DONE-DATE TO EXC-DATE
                   MOVE WS-DONE-IN-TIME TO EXC-IN-TIME
                   MOVE WS-DONE-OUT-TIME TO EXC-OUT-TIME
                   MOVE "DOUBLE OUT PUNCH - SHIFT NOT CARDED"
                       TO EXC-REASON
                   PERFORM PRINT-EXCEPTION-LINE
                   MOVE "N" TO WS-WAITING-SWITCH
               ELSE
                   PERFORM CARD-WAITING-SHIFT
                   MOVE "MISSING IN PUNCH" TO EXC-REASON
                   PERFORM PRINT-PUNCH-EXCEPTION
               END-IF
               GO TO TAKE-OUT-PUNCH-EXIT
           END-IF.
           MOVE "N" TO WS-OPEN-SWITCH.
           COMPUTE WS-RAW-MINUTES =
               WS-PUNCH-MINUTES - WS-OPEN-MINUTES.
           COMPUTE WS-ROUND-WORK =
               (WS-OPEN-MINUTES + WS-ROUND-HALF) / WS-ROUND-INCREMENT.
           COMPUTE WS-ROUNDED-IN = WS-ROUND-WORK * WS-ROUND-INCREMENT.
           COMPUTE WS-ROUND-WORK =
               (WS-PUNCH-MINUTES + WS-ROUND-HALF) / WS-ROUND-INCREMENT.
           COMPUTE WS-ROUNDED-OUT = WS-ROUND-WORK * WS-ROUND-INCREMENT.
           COMPUTE WS-SHIFT-MINUTES = WS-ROUNDED-OUT - WS-ROUNDED-IN.
           MOVE WS-OPEN-DATE TO EXC-DATE.
           MOVE WS-OPEN-TIME TO EXC-IN-TIME.
           MOVE SR-PUNCH-TIME TO EXC-OUT-TIME.
           EVALUATE TRUE
               WHEN SHIFT-SPOILED
                   MOVE "DOUBLE IN PUNCH - SHIFT NOT CARDED"
                       TO EXC-REASON
                   PERFORM PRINT-EXCEPTION-LINE
               WHEN WS-RAW-MINUTES > WS-SHIFT-LIMIT-MINUTES
                   MOVE "SHIFT OVER 16 HOURS - NOT CARDED"
                       TO EXC-REASON
                   PERFORM PRINT-EXCEPTION-LINE
               WHEN WS-SHIFT-MINUTES NOT > 0
                   MOVE "SHIFT ROUNDS TO NO TIME - NOT CARDED"
                       TO EXC-REASON
                   PERFORM PRINT-EXCEPTION-LINE
               WHEN OTHER
                   MOVE "Y" TO WS-WAITING-SWITCH
                   MOVE WS-OPEN-DATE TO WS-DONE-DATE
                   MOVE WS-OPEN-TIME TO WS-DONE-IN-TIME
                   MOVE SR-PUNCH-TIME TO WS-DONE-OUT-TIME
                   MOVE WS-PUNCH-MINUTES TO WS-DONE-OUT-MINUTES
                   COMPUTE WS-DONE-HOURS ROUNDED =
                       WS-SHIFT-MINUTES / 60
           END-EVALUATE.

       TAKE-OUT-PUNCH-EXIT.
           EXIT.

       CLOSE-OUT-BADGE.
      *    An in punch from tonight may be a shift still being
      *    worked; it waits for tomorrow's out punch on the carry
      *    file. An older one lost its out punch.
           PERFORM CARD-WAITING-SHIFT.
           IF SHIFT-OPEN
               IF WS-OPEN-DATE NOT < WS-BUSINESS-DATE
                   AND NOT SHIFT-SPOILED
                   MOVE WS-OPEN-PUNCH TO PUNCH-CARRY-RECORD
                   WRITE PUNCH-CARRY-RECORD
                   ADD 1 TO WS-CARRIED-COUNT
               ELSE
                   PERFORM REPORT-OPEN-SHIFT
               END-IF
           END-IF.
           MOVE "N" TO WS-OPEN-SWITCH.

       REPORT-OPEN-SHIFT.
           MOVE WS-OPEN-DATE TO EXC-DATE.
           MOVE WS-OPEN-TIME TO EXC-IN-TIME.
           MOVE SPACES TO EXC-OUT-TIME.
           IF SHIFT-SPOILED
               MOVE "DOUBLE IN PUNCH, NO OUT PUNCH" TO EXC-REASON
           ELSE
               MOVE "MISSING OUT PUNCH" TO EXC-REASON
           END-IF.
           PERFORM PRINT-EXCEPTION-LINE.

       CARD-WAITING-SHIFT.
      *    Punched time is worked time, and like a keyed card it
      *    waits for the supervisor before it can be paid.
           IF SHIFT-WAITING
               MOVE WS-BADGE-BASE-ID TO TC-EMP-ID
               MOVE WS-DONE-DATE     TO TC-WORK-DATE
               MOVE WS-DONE-HOURS    TO TC-HOURS
               MOVE "W"              TO TC-HOURS-TYPE
               MOVE "P"              TO TC-APPROVAL-STATUS
               MOVE SPACES           TO TC-REJECT-REASON
               WRITE TIMECARD-RECORD
               ADD 1 TO WS-CARD-COUNT
               MOVE "N" TO WS-WAITING-SWITCH
           END-IF.

      ******************************************************************
      * Exception report
      ******************************************************************
       PRINT-PUNCH-EXCEPTION.
      *    One punch on its own - shown in the column for its type.
           MOVE SR-PUNCH-DATE TO EXC-DATE.
           MOVE SPACES TO EXC-IN-TIME.
           MOVE SPACES TO EXC-OUT-TIME.
           IF SR-PUNCH-OUT
               MOVE SR-PUNCH-TIME TO EXC-OUT-TIME
           ELSE
               MOVE SR-PUNCH-TIME TO EXC-IN-TIME
           END-IF.
           PERFORM PRINT-EXCEPTION-LINE.

       PRINT-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-CURRENT-BADGE TO EXC-BADGE-ID.
           MOVE " " TO PRINT-CC.
           MOVE PUNCHIMP-EXCEPTION-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-IMPORT-TOTALS.
           MOVE WS-PUNCH-COUNT TO TOT-PUNCHES.
           MOVE WS-CARD-COUNT TO TOT-CARDS.
           MOVE WS-EXCEPTION-COUNT TO TOT-EXCEPTIONS.
           MOVE WS-CARRIED-COUNT TO TOT-CARRIED.
           MOVE " " TO PRINT-CC.
           MOVE PUNCHIMP-TOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

      ******************************************************************
      * Roll-off - the night's punches to the dated archive
      ******************************************************************
       ROLL-OFF-PUNCHES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PUNCH-FILE.
           OPEN EXTEND PUNCH-ARCHIVE-FILE.
           IF PUNCH-ARCHIVE-STATUS = "05" OR "35"
               OPEN OUTPUT PUNCH-ARCHIVE-FILE
           END-IF.
           PERFORM ARCHIVE-ONE-PUNCH
               UNTIL END-OF-PUNCHES.
           CLOSE PUNCH-FILE.
           CLOSE PUNCH-ARCHIVE-FILE.
           OPEN OUTPUT PUNCH-FILE.
           CLOSE PUNCH-FILE.

       ARCHIVE-ONE-PUNCH.
           READ PUNCH-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE PUNCH-RECORD TO PUNCH-ARCHIVE-RECORD
                   WRITE PUNCH-ARCHIVE-RECORD
           END-READ.

           COPY CHKDGTPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
