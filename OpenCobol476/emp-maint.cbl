      *          edited by hand. EMP-CHECK-DIGIT is computed by the
      *          program with the shared mod-10 formula, never keyed,
      *          which ends the "BAD CHECK DIGIT" skips on the badge
      *          roster. Terminate sets EMP-STATUS to T and records
      *          the termination date and reason code, which the
      *          monthly headcount and turnover report counts; the
      *          roster print skips terminated employees. A department
      *          change writes a transfer-history record, so the old
      *          assignment survives the overwrite, and the H)istory
      *          inquiry lists one employee's assignments.
       01  WS-CONFIRM-DEFAULT      PIC X(3).
       01  WS-CONFIRM-FLAG         PIC X.
           88  TERMINATE-CONFIRMED             VALUE "Y".
       01  WS-DATE-OK-SWITCH       PIC X.
           88  DATE-OK                         VALUE "Y".
       01  WS-DATE-CHECK           PIC 9(8).
       01  WS-TERM-REASON          PIC X.

       01  WS-RATE-DISPLAY         PIC ZZ9.99.
       01  WS-OLD-DEPARTMENT       PIC X(10).
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE WS-COMPUTED-CHECK-DIGIT TO EMP-CHECK-DIGIT.
           MOVE "A" TO EMP-STATUS.
           MOVE 0 TO EMP-TERM-DATE.
           MOVE SPACE TO EMP-TERM-REASON.
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "REJECTED - employee " EMP-ID
                   DISPLAY "EMPLOYEE NOT FOUND."
               NOT INVALID KEY
                   DISPLAY "EMPLOYEE: " EMP-NAME
                   IF EMP-TERMINATED
                       DISPLAY "ALREADY TERMINATED "
                           EMP-TERM-DATE " REASON " EMP-TERM-REASON
                   ELSE
                       PERFORM CONFIRM-TERMINATION
                   END-IF
           END-READ.

       CONFIRM-TERMINATION.
           PERFORM GET-TERMINATION-DATE.
           PERFORM GET-TERMINATION-REASON.
           MOVE "Terminate this employee? (YES/NO)"
               TO WS-CONFIRM-PROMPT-TEXT.
           MOVE SPACES TO WS-CONFIRM-DEFAULT.
           CALL "YESNO" USING WS-CONFIRM-PROMPT-TEXT
               WS-CONFIRM-DEFAULT WS-CONFIRM-FLAG.
           IF TERMINATE-CONFIRMED
               MOVE "T"            TO EMP-STATUS
               MOVE WS-DATE-CHECK  TO EMP-TERM-DATE
               MOVE WS-TERM-REASON TO EMP-TERM-REASON
               REWRITE EMPLOYEE-RECORD
                   INVALID KEY
                       DISPLAY "TERMINATE FAILED, STATUS "
                           EMPLOYEE-FILE-STATUS
               END-REWRITE
           ELSE
               DISPLAY "TERMINATE CANCELLED."
           END-IF.

       GET-TERMINATION-DATE.
      *    The last day worked. It may not precede the hire date or
      *    fall after the business date - a future termination is
      *    keyed on the day, not in advance.
           MOVE "N" TO WS-DATE-OK-SWITCH.
           PERFORM ACCEPT-TERMINATION-DATE
               UNTIL DATE-OK.

       ACCEPT-TERMINATION-DATE.
           DISPLAY "ENTER TERMINATION DATE (YYYYMMDD, 0 = TODAY):".
           ACCEPT WS-DATE-CHECK.
           IF WS-DATE-CHECK = 0
               MOVE WS-BUSINESS-DATE TO WS-DATE-CHECK
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK) NOT = 0
               DISPLAY "Not a valid calendar date. Try again."
           ELSE
               IF WS-DATE-CHECK < EMP-HIRE-DATE
                   DISPLAY "Termination is before the hire date "
                       EMP-HIRE-DATE ". Try again."
               ELSE
                   IF WS-DATE-CHECK > WS-BUSINESS-DATE
                       DISPLAY "Termination is after the business "
                           "date " WS-BUSINESS-DATE ". Try again."
                   ELSE
                       MOVE "Y" TO WS-DATE-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

       GET-TERMINATION-REASON.
           MOVE SPACE TO WS-TERM-REASON.
           PERFORM ACCEPT-TERMINATION-REASON
               UNTIL WS-TERM-REASON = "V" OR "D" OR "L" OR "R"
                   OR "O".

       ACCEPT-TERMINATION-REASON.
           DISPLAY "ENTER REASON (V=VOLUNTARY D=DISCHARGED "
               "L=LAYOFF R=RETIRED O=OTHER):".
           ACCEPT WS-TERM-REASON.
           INSPECT WS-TERM-REASON CONVERTING "vdlro" TO "VDLRO".
           IF WS-TERM-REASON NOT = "V" AND "D" AND "L" AND "R"
                   AND "O"
               DISPLAY "Reason must be V, D, L, R or O."
           END-IF.

       INQUIRY-TRANSACTION.
           DISPLAY "ENTER EMPLOYEE ID:".
           ACCEPT EMP-ID.
                   DISPLAY "DEPARTMENT: " EMP-DEPARTMENT
                   DISPLAY "STATUS    : " EMP-STATUS
                   DISPLAY "HIRE DATE : " EMP-HIRE-DATE
                   IF EMP-TERMINATED
                       DISPLAY "TERM DATE : " EMP-TERM-DATE
                       DISPLAY "TERM REASN: " EMP-TERM-REASON
                   END-IF
                   DISPLAY "PAY RATE  : " WS-RATE-DISPLAY
                   DISPLAY "BADGE ID  : " EMP-ID "-" EMP-CHECK-DIGIT
           END-READ.
