       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVAPPRV.
      ******************************************************************
      * Purpose: Supervisor leave request approval. Walks the pending
      *          leave requests with the employee's name and
      *          department, the projected balance the request would
      *          draw against (the accrual balance less leave cards
      *          not yet drawn and the employee's other open
      *          requests), and everyone else in the department
      *          already approved off on any of the same days, so the
      *          supervisor decides with the balance and the schedule
      *          in front of them instead of a paper slip. Each
      *          request is approved, denied with a reason code, or
      *          skipped and left pending for the next session. Clerk
      *          sign-ons are refused. Approved leave is carded by
      *          LVCARDS as each day arrives.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LVRQSEL.
           COPY ACCRSEL.

           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-FILE-STATUS.

           SELECT TIMECARD-FILE ASSIGN TO "timecard.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TIMECARD-FILE-STATUS.

           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-REQUEST-FILE.
           COPY LVRQREC.

       FD  ACCRUAL-FILE.
           COPY ACCRREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  TIMECARD-FILE.
           COPY TCRDREC.

           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  LEAVE-REQUEST-STATUS    PIC XX.
       01  ACCRUAL-FILE-STATUS     PIC XX.
       01  EMPLOYEE-FILE-STATUS    PIC XX.
       01  TIMECARD-FILE-STATUS    PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-REQUESTS                 VALUE "Y".
       01  WS-SCAN-EOF-SWITCH      PIC X.
           88  END-OF-SCAN                     VALUE "Y".
       01  WS-APPROVED-COUNT       PIC 9(5)    VALUE 0.
       01  WS-DENIED-COUNT         PIC 9(5)    VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(5)    VALUE 0.
       01  WS-DECISION             PIC X.
       01  WS-DENY-REASON          PIC X(4).
       01  WS-EMP-NAME-TEXT        PIC X(30).
       01  WS-EMP-DEPT-TEXT        PIC X(10).
       01  WS-HOURS-DISPLAY        PIC Z9.99.
       01  WS-TOTAL-DISPLAY        PIC ZZZ9.99.
       01  WS-BALANCE-DISPLAY      PIC -(5)9.99.
       01  WS-OVER-BY-HOURS        PIC S9(5)V99.
       01  WS-CONFLICT-COUNT       PIC 9(3).

      *    The request under review, held while the file is scanned
      *    for the projection and the department schedule.
       01  WS-HOLD-REQUEST-KEY     PIC X(13).
       01  WS-HOLD-EMP-ID          PIC 9(5).
       01  WS-HOLD-START-DATE      PIC 9(8).
       01  WS-HOLD-END-DATE        PIC 9(8).
       01  WS-HOLD-TOTAL-HOURS     PIC 9(4)V99.

           COPY LVBALWS.
           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "LVAPPRV" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "LEAVE APPROVAL REFUSED - supervisor "
                   "authority is required."
               MOVE RC-DECLINED TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           OPEN I-O LEAVE-REQUEST-FILE.
           IF LEAVE-REQUEST-STATUS NOT = "00"
               DISPLAY "NO LEAVE REQUEST FILE - NOTHING TO REVIEW"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN INPUT ACCRUAL-FILE.
           MOVE LOW-VALUES TO LR-REQUEST-KEY.
           START LEAVE-REQUEST-FILE
               KEY IS GREATER THAN OR EQUAL TO LR-REQUEST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-REQUESTS
               PERFORM READ-NEXT-REQUEST
           END-IF.
           PERFORM REVIEW-ONE-REQUEST
               UNTIL END-OF-REQUESTS.
           CLOSE LEAVE-REQUEST-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE ACCRUAL-FILE.
           DISPLAY "LEAVE REVIEW COMPLETE - " WS-APPROVED-COUNT
               " APPROVED, " WS-DENIED-COUNT " DENIED, "
               WS-SKIPPED-COUNT " LEFT PENDING".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       READ-NEXT-REQUEST.
           READ LEAVE-REQUEST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       REVIEW-ONE-REQUEST.
           IF LR-PENDING
               MOVE LR-REQUEST-KEY TO WS-HOLD-REQUEST-KEY
               MOVE LR-EMP-ID      TO WS-HOLD-EMP-ID
               MOVE LR-START-DATE  TO WS-HOLD-START-DATE
               MOVE LR-END-DATE    TO WS-HOLD-END-DATE
               MOVE LR-TOTAL-HOURS TO WS-HOLD-TOTAL-HOURS
               PERFORM SHOW-REQUEST-FOR-REVIEW
               PERFORM SHOW-PROJECTED-BALANCE
               PERFORM SHOW-DEPARTMENT-CONFLICTS
               PERFORM REREAD-HELD-REQUEST
               PERFORM GET-REVIEW-DECISION
               PERFORM APPLY-REVIEW-DECISION
           END-IF.
           PERFORM READ-NEXT-REQUEST.

       SHOW-REQUEST-FOR-REVIEW.
           MOVE LR-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               KEY IS EMP-ID
               INVALID KEY
                   MOVE "** NO MASTER RECORD **" TO WS-EMP-NAME-TEXT
                   MOVE SPACES TO WS-EMP-DEPT-TEXT
               NOT INVALID KEY
                   MOVE EMP-NAME       TO WS-EMP-NAME-TEXT
                   MOVE EMP-DEPARTMENT TO WS-EMP-DEPT-TEXT
           END-READ.
           MOVE LR-HOURS-PER-DAY TO WS-HOURS-DISPLAY.
           MOVE LR-TOTAL-HOURS TO WS-TOTAL-DISPLAY.
           DISPLAY "EMP " LR-EMP-ID " " WS-EMP-NAME-TEXT
               " DEPT " WS-EMP-DEPT-TEXT.
           DISPLAY "  " LR-START-DATE " TO " LR-END-DATE " TYPE "
               LR-LEAVE-TYPE " " WS-HOURS-DISPLAY "/DAY "
               LR-LEAVE-DAYS " DAYS " WS-TOTAL-DISPLAY " HOURS"
               "  KEYED BY " LR-REQUESTED-BY " ON " LR-REQUEST-DATE.

       SHOW-PROJECTED-BALANCE.
           MOVE WS-HOLD-EMP-ID TO LV-PROJECT-EMP-ID.
           MOVE LR-LEAVE-TYPE TO LV-PROJECT-TYPE.
           MOVE WS-HOLD-REQUEST-KEY TO LV-PROJECT-SKIP-KEY.
           PERFORM PROJECT-LEAVE-BALANCE.
           MOVE LV-PROJECTED-BALANCE TO WS-BALANCE-DISPLAY.
           DISPLAY "  PROJECTED BALANCE BEFORE THIS REQUEST "
               WS-BALANCE-DISPLAY.
           IF WS-HOLD-TOTAL-HOURS > LV-PROJECTED-BALANCE
               COMPUTE WS-OVER-BY-HOURS =
                   WS-HOLD-TOTAL-HOURS - LV-PROJECTED-BALANCE
               MOVE WS-OVER-BY-HOURS TO WS-BALANCE-DISPLAY
               DISPLAY "  ** REQUEST EXCEEDS PROJECTED BALANCE BY "
                   WS-BALANCE-DISPLAY " HOURS **"
           END-IF.

       SHOW-DEPARTMENT-CONFLICTS.
      *    Everyone else in the department already approved off on
      *    any day of this request.
           MOVE 0 TO WS-CONFLICT-COUNT.
           MOVE LOW-VALUES TO LR-REQUEST-KEY.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           START LEAVE-REQUEST-FILE
               KEY IS GREATER THAN OR EQUAL TO LR-REQUEST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SWITCH
           END-START.
           IF NOT END-OF-SCAN
               PERFORM READ-SCAN-REQUEST
           END-IF.
           PERFORM CHECK-ONE-CONFLICT
               UNTIL END-OF-SCAN.
           IF WS-CONFLICT-COUNT = 0
               DISPLAY "  NO ONE ELSE IN THE DEPARTMENT IS OFF THEN"
           END-IF.

       READ-SCAN-REQUEST.
           READ LEAVE-REQUEST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SWITCH
           END-READ.

       CHECK-ONE-CONFLICT.
           IF LR-APPROVED
               AND LR-EMP-ID NOT = WS-HOLD-EMP-ID
               AND LR-START-DATE NOT > WS-HOLD-END-DATE
               AND LR-END-DATE NOT < WS-HOLD-START-DATE
               MOVE LR-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   KEY IS EMP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-DEPARTMENT = WS-EMP-DEPT-TEXT
                           ADD 1 TO WS-CONFLICT-COUNT
                           DISPLAY "  ALSO OFF: " LR-EMP-ID " "
                               EMP-NAME " " LR-START-DATE " TO "
                               LR-END-DATE " TYPE " LR-LEAVE-TYPE
                       END-IF
               END-READ
           END-IF.
           PERFORM READ-SCAN-REQUEST.

       REREAD-HELD-REQUEST.
      *    Back to the request under review - its record and its
      *    place in the file - after the scans.
           MOVE WS-HOLD-REQUEST-KEY TO LR-REQUEST-KEY.
           READ LEAVE-REQUEST-FILE
               KEY IS LR-REQUEST-KEY
               INVALID KEY
                   DISPLAY "REQUEST " WS-HOLD-REQUEST-KEY
                       " NO LONGER ON FILE"
           END-READ.

       GET-REVIEW-DECISION.
           MOVE SPACE TO WS-DECISION.
           PERFORM ACCEPT-REVIEW-DECISION
               UNTIL WS-DECISION = "A" OR "D" OR "S".

       ACCEPT-REVIEW-DECISION.
           DISPLAY "A)pprove D)eny S)kip:".
           ACCEPT WS-DECISION.
           IF WS-DECISION = "a"
               MOVE "A" TO WS-DECISION
           END-IF.
           IF WS-DECISION = "d"
               MOVE "D" TO WS-DECISION
           END-IF.
           IF WS-DECISION = "s"
               MOVE "S" TO WS-DECISION
           END-IF.
           IF WS-DECISION NOT = "A" AND "D" AND "S"
               DISPLAY "Enter A, D, or S."
           END-IF.

       APPLY-REVIEW-DECISION.
           EVALUATE WS-DECISION
               WHEN "A"
                   MOVE "A" TO LR-STATUS
                   MOVE SPACES TO LR-DENY-REASON
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN "D"
                   DISPLAY "ENTER DENIAL REASON CODE (4 CHARS):"
                   ACCEPT WS-DENY-REASON
                   MOVE "D" TO LR-STATUS
                   MOVE WS-DENY-REASON TO LR-DENY-REASON
                   ADD 1 TO WS-DENIED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.
           IF WS-DECISION NOT = "S"
               MOVE OP-SIGNED-ON-ID TO LR-DECIDED-BY
               MOVE WS-BUSINESS-DATE TO LR-DECISION-DATE
               REWRITE LEAVE-REQUEST-RECORD
                   INVALID KEY
                       DISPLAY "DECISION NOT SAVED, STATUS "
                           LEAVE-REQUEST-STATUS
               END-REWRITE
           END-IF.

           COPY LVBALPD.
           COPY OPERPD.
           COPY RUNLOGPD.
