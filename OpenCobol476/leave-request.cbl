       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEREQ.
      ******************************************************************
      * Purpose: Employee leave requests, in place of the paper
      *          vacation slip. The operator keys the employee ID with
      *          its check digit, vacation or sick, the first and last
      *          day, and the hours per day; the request is charged
      *          for each working day in the range (weekends and
      *          calendar holidays draw nothing) and checked against
      *          the employee's projected balance - the accrual
      *          balance less leave cards not yet drawn and other
      *          requests still to be carded. A request over the
      *          projection is only submitted if the operator says
      *          so; the supervisor sees the same projection again.
      *          Every request is entered pending and waits for the
      *          supervisor in LVAPPRV. A request can be withdrawn
      *          while it is open (days already carded stay on the
      *          timecard file for TCAPPRV), and an employee's
      *          requests list with both projected balances.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LVRQSEL.
           COPY ACCRSEL.
           COPY HLDYSEL.

           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-FILE-STATUS.

           SELECT TIMECARD-FILE ASSIGN TO "timecard.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TIMECARD-FILE-STATUS.

           COPY BULLSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-REQUEST-FILE.
           COPY LVRQREC.

       FD  ACCRUAL-FILE.
           COPY ACCRREC.

       FD  HOLIDAY-FILE.
           COPY HLDYREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  TIMECARD-FILE.
           COPY TCRDREC.

           COPY BULLFD.
           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  LEAVE-REQUEST-STATUS    PIC XX.
       01  ACCRUAL-FILE-STATUS     PIC XX.
       01  HOLIDAY-FILE-STATUS     PIC XX.
       01  EMPLOYEE-FILE-STATUS    PIC XX.
       01  TIMECARD-FILE-STATUS    PIC XX.
       01  WS-TRANSACTION-CODE     PIC X.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-BADGE-ID             PIC 9(6).
       01  WS-BADGE-BASE-ID        PIC 9(5).
       01  WS-BADGE-CHECK-DIGIT    PIC 9.
       01  WS-CHECK-DIGIT-OK       PIC X       VALUE "N".
           88  CHECK-DIGIT-VALID               VALUE "Y".
       01  WS-EMPLOYEE-SWITCH      PIC X.
           88  EMPLOYEE-FOUND                  VALUE "Y".
       01  WS-DATE-OK-SWITCH       PIC X.
           88  DATE-OK                         VALUE "Y".
       01  WS-DATE-CHECK           PIC 9(8).
       01  WS-LEAVE-TYPE           PIC X.
       01  WS-START-DATE           PIC 9(8).
       01  WS-END-DATE             PIC 9(8).
       01  WS-HOURS-PER-DAY        PIC 9(2)V99.
       01  WS-TOTAL-HOURS          PIC 9(4)V99.
       01  WS-OVER-BY-HOURS        PIC S9(5)V99.
       01  WS-CONFIRM              PIC X.
       01  WS-OVERLAP-SWITCH       PIC X.
           88  REQUEST-OVERLAPS                VALUE "Y".
       01  WS-LIST-EOF-SWITCH      PIC X.
           88  END-OF-LIST                     VALUE "Y".
       01  WS-LIST-COUNT           PIC 9(4).
       01  WS-STATUS-TEXT          PIC X(10).
       01  WS-HOURS-DISPLAY        PIC Z9.99.
       01  WS-TOTAL-DISPLAY        PIC ZZZ9.99.
       01  WS-BALANCE-DISPLAY      PIC -(5)9.99.

      *    A request with no hours per day keyed takes a standard
      *    day; no day of leave is longer than the limit.
       01  WS-STANDARD-DAY-HOURS   PIC 9(2)V99 VALUE 8.00.
       01  WS-DAY-HOURS-LIMIT      PIC 9(2)V99 VALUE 12.00.

           COPY CHKDGTWS.
           COPY LVBALWS.
           COPY LVDAYWS.
           COPY BULLWS.
           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY VALIDWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "LEAVEREQ" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM SHOW-ACTIVE-BULLETINS.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           PERFORM OPEN-LEAVE-REQUEST-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN INPUT ACCRUAL-FILE.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-FILE-STATUS = "00"
               MOVE "Y" TO LV-HOLIDAY-SWITCH
           END-IF.
           PERFORM PROCESS-ONE-TRANSACTION
               UNTIL OPERATOR-DONE.
           CLOSE LEAVE-REQUEST-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE ACCRUAL-FILE.
           IF LV-HOLIDAYS-ON-FILE
               CLOSE HOLIDAY-FILE
           END-IF.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-LEAVE-REQUEST-FILE.
           OPEN I-O LEAVE-REQUEST-FILE.
           IF LEAVE-REQUEST-STATUS = "05" OR "35"
               CLOSE LEAVE-REQUEST-FILE
               OPEN OUTPUT LEAVE-REQUEST-FILE
               CLOSE LEAVE-REQUEST-FILE
               OPEN I-O LEAVE-REQUEST-FILE
           END-IF.

       PROCESS-ONE-TRANSACTION.
           DISPLAY "LEAVE REQUESTS - "
               "N)ew request W)ithdraw L)ist Q)uit".
           ACCEPT WS-TRANSACTION-CODE.
           EVALUATE WS-TRANSACTION-CODE
               WHEN "N"
               WHEN "n"
                   PERFORM NEW-REQUEST-TRANSACTION
                       THRU NEW-REQUEST-TRANSACTION-EXIT
               WHEN "W"
               WHEN "w"
                   PERFORM WITHDRAW-TRANSACTION
                       THRU WITHDRAW-TRANSACTION-EXIT
               WHEN "L"
               WHEN "l"
                   PERFORM LIST-TRANSACTION
                       THRU LIST-TRANSACTION-EXIT
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid transaction code - "
                       "enter N/W/L/Q."
           END-EVALUATE.

      ******************************************************************
      * New request
      ******************************************************************
       NEW-REQUEST-TRANSACTION.
           PERFORM GET-EMPLOYEE-BADGE.
           IF NOT EMPLOYEE-FOUND
               GO TO NEW-REQUEST-TRANSACTION-EXIT
           END-IF.
           IF EMP-TERMINATED
               DISPLAY "REJECTED - " EMP-NAME " is terminated"
               GO TO NEW-REQUEST-TRANSACTION-EXIT
           END-IF.
           PERFORM GET-LEAVE-TYPE.
           PERFORM GET-START-DATE.
           PERFORM GET-END-DATE.
           PERFORM GET-HOURS-PER-DAY.
           MOVE WS-START-DATE TO LV-FROM-DATE.
           MOVE WS-END-DATE TO LV-THRU-DATE.
           PERFORM COUNT-LEAVE-DAYS.
           IF LV-DAY-COUNT = 0
               DISPLAY "REJECTED - no working days in that range "
                   "(weekends and holidays draw no leave)"
               GO TO NEW-REQUEST-TRANSACTION-EXIT
           END-IF.
           COMPUTE WS-TOTAL-HOURS = LV-DAY-COUNT * WS-HOURS-PER-DAY.
           PERFORM CHECK-OVERLAPPING-REQUEST.
           IF REQUEST-OVERLAPS
               DISPLAY "REJECTED - overlaps the open request from "
                   LR-START-DATE " to " LR-END-DATE
               GO TO NEW-REQUEST-TRANSACTION-EXIT
           END-IF.
           MOVE WS-BADGE-BASE-ID TO LV-PROJECT-EMP-ID.
           MOVE WS-LEAVE-TYPE TO LV-PROJECT-TYPE.
           MOVE SPACES TO LV-PROJECT-SKIP-KEY.
           PERFORM PROJECT-LEAVE-BALANCE.
           MOVE LV-PROJECTED-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE WS-TOTAL-HOURS TO WS-TOTAL-DISPLAY.
           DISPLAY "  " LV-DAY-COUNT " WORKING DAYS, "
               WS-TOTAL-DISPLAY " HOURS - PROJECTED BALANCE "
               WS-BALANCE-DISPLAY.
           IF WS-TOTAL-HOURS > LV-PROJECTED-BALANCE
               COMPUTE WS-OVER-BY-HOURS =
                   WS-TOTAL-HOURS - LV-PROJECTED-BALANCE
               MOVE WS-OVER-BY-HOURS TO WS-BALANCE-DISPLAY
               DISPLAY "  ** REQUEST EXCEEDS PROJECTED BALANCE BY "
                   WS-BALANCE-DISPLAY " HOURS **"
               DISPLAY "SUBMIT FOR SUPERVISOR DECISION ANYWAY? (Y/N)"
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND "y"
                   DISPLAY "REQUEST NOT SUBMITTED."
                   GO TO NEW-REQUEST-TRANSACTION-EXIT
               END-IF
           END-IF.
           PERFORM BUILD-NEW-REQUEST.
      *    The overlap check has already refused an open request on
      *    the same first day, so a key already on file is a denied
      *    or withdrawn request - the new one takes its place.
           WRITE LEAVE-REQUEST-RECORD
               INVALID KEY
                   REWRITE LEAVE-REQUEST-RECORD
                       INVALID KEY
                           DISPLAY "REQUEST FAILED, STATUS "
                               LEAVE-REQUEST-STATUS
                           GO TO NEW-REQUEST-TRANSACTION-EXIT
                   END-REWRITE
           END-WRITE.
           DISPLAY "REQUEST SUBMITTED FOR SUPERVISOR APPROVAL.".

       NEW-REQUEST-TRANSACTION-EXIT.
           EXIT.

       GET-EMPLOYEE-BADGE.
           MOVE "N" TO WS-CHECK-DIGIT-OK.
           PERFORM ACCEPT-EMPLOYEE-BADGE
               UNTIL CHECK-DIGIT-VALID.
           MOVE WS-BADGE-BASE-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               KEY IS EMP-ID
               INVALID KEY
                   MOVE "N" TO WS-EMPLOYEE-SWITCH
                   DISPLAY "EMPLOYEE NOT ON FILE."
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMPLOYEE-SWITCH
                   DISPLAY "EMPLOYEE " EMP-ID " " EMP-NAME
                       " DEPT " EMP-DEPARTMENT
           END-READ.

       ACCEPT-EMPLOYEE-BADGE.
           DISPLAY "ENTER EMPLOYEE ID (5 DIGITS PLUS CHECK DIGIT):".
           ACCEPT WS-BADGE-ID.
           DIVIDE WS-BADGE-ID BY 10
               GIVING WS-BADGE-BASE-ID
               REMAINDER WS-BADGE-CHECK-DIGIT.
           MOVE WS-BADGE-BASE-ID TO WS-CHECK-DIGIT-INPUT-ID.
           PERFORM COMPUTE-CHECK-DIGIT.
           IF WS-COMPUTED-CHECK-DIGIT = WS-BADGE-CHECK-DIGIT
               MOVE "Y" TO WS-CHECK-DIGIT-OK
           ELSE
               DISPLAY "INVALID ID - CHECK DIGIT DOES NOT MATCH. "
                   "TRY AGAIN."
           END-IF.

       GET-LEAVE-TYPE.
           MOVE SPACE TO WS-LEAVE-TYPE.
           PERFORM ACCEPT-LEAVE-TYPE
               UNTIL WS-LEAVE-TYPE = "V" OR "S".

       ACCEPT-LEAVE-TYPE.
           DISPLAY "ENTER LEAVE TYPE (V=VACATION S=SICK):".
           ACCEPT WS-LEAVE-TYPE.
           IF WS-LEAVE-TYPE = "v"
               MOVE "V" TO WS-LEAVE-TYPE
           END-IF.
           IF WS-LEAVE-TYPE = "s"
               MOVE "S" TO WS-LEAVE-TYPE
           END-IF.
           IF WS-LEAVE-TYPE NOT = "V" AND "S"
               DISPLAY "Leave type must be V or S."
           END-IF.

       GET-START-DATE.
           MOVE "N" TO WS-DATE-OK-SWITCH.
           PERFORM ACCEPT-START-DATE
               UNTIL DATE-OK.

       ACCEPT-START-DATE.
           DISPLAY "ENTER FIRST DAY OF LEAVE (YYYYMMDD):".
           ACCEPT WS-DATE-CHECK.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK) NOT = 0
               DISPLAY "Not a valid calendar date. Try again."
           ELSE
               MOVE WS-DATE-CHECK TO WS-START-DATE
               MOVE "Y" TO WS-DATE-OK-SWITCH
           END-IF.

       GET-END-DATE.
           MOVE "N" TO WS-DATE-OK-SWITCH.
           PERFORM ACCEPT-END-DATE
               UNTIL DATE-OK.

       ACCEPT-END-DATE.
           DISPLAY "ENTER LAST DAY OF LEAVE (YYYYMMDD, 0 = ONE DAY):".
           ACCEPT WS-DATE-CHECK.
           IF WS-DATE-CHECK = 0
               MOVE WS-START-DATE TO WS-END-DATE
               MOVE "Y" TO WS-DATE-OK-SWITCH
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK) NOT = 0
                   DISPLAY "Not a valid calendar date. Try again."
               ELSE
                   IF WS-DATE-CHECK < WS-START-DATE
                       DISPLAY "Last day is before the first day. "
                           "Try again."
                   ELSE
                       MOVE WS-DATE-CHECK TO WS-END-DATE
                       MOVE "Y" TO WS-DATE-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

       GET-HOURS-PER-DAY.
           MOVE 99 TO WS-HOURS-PER-DAY.
           PERFORM ACCEPT-HOURS-PER-DAY
               UNTIL WS-HOURS-PER-DAY NOT > WS-DAY-HOURS-LIMIT.

       ACCEPT-HOURS-PER-DAY.
           DISPLAY "ENTER HOURS PER DAY (BLANK OR 0 = STANDARD DAY):".
           PERFORM GET-NUMERIC-ENTRY.
           IF VAL-NUMERIC-FIELD = 0
               MOVE WS-STANDARD-DAY-HOURS TO WS-HOURS-PER-DAY
           ELSE
               IF VAL-NUMERIC-FIELD < 0
                   OR VAL-NUMERIC-FIELD > WS-DAY-HOURS-LIMIT
                   MOVE WS-DAY-HOURS-LIMIT TO WS-HOURS-DISPLAY
                   DISPLAY "Hours per day must be 0 to "
                       WS-HOURS-DISPLAY ". Try again."
               ELSE
                   MOVE VAL-NUMERIC-FIELD TO WS-HOURS-PER-DAY
               END-IF
           END-IF.

       GET-NUMERIC-ENTRY.
      *    Uses the shared VALIDPD numeric check.
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM ACCEPT-NUMERIC-ENTRY
               UNTIL VAL-INPUT-VALID.

       ACCEPT-NUMERIC-ENTRY.
           ACCEPT VAL-NUMERIC-FIELD.
           PERFORM VALIDATE-NUMERIC-FIELD.
           IF NOT VAL-INPUT-VALID
               DISPLAY "Invalid entry - numbers only. Try again."
           END-IF.

       CHECK-OVERLAPPING-REQUEST.
      *    One open request per employee per day - a second request
      *    covering any of the same days is refused.
           MOVE "N" TO WS-OVERLAP-SWITCH.
           MOVE WS-BADGE-BASE-ID TO LR-EMP-ID.
           MOVE 0 TO LR-START-DATE.
           MOVE "N" TO WS-LIST-EOF-SWITCH.
           START LEAVE-REQUEST-FILE
               KEY IS GREATER THAN OR EQUAL TO LR-REQUEST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-START.
           IF NOT END-OF-LIST
               PERFORM READ-EMPLOYEE-REQUEST
           END-IF.
           PERFORM CHECK-ONE-REQUEST
               UNTIL END-OF-LIST OR REQUEST-OVERLAPS.

       CHECK-ONE-REQUEST.
           IF LR-OPEN
               AND LR-START-DATE NOT > WS-END-DATE
               AND LR-END-DATE NOT < WS-START-DATE
               MOVE "Y" TO WS-OVERLAP-SWITCH
           ELSE
               PERFORM READ-EMPLOYEE-REQUEST
           END-IF.

       READ-EMPLOYEE-REQUEST.
           READ LEAVE-REQUEST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
               NOT AT END
                   IF LR-EMP-ID NOT = WS-BADGE-BASE-ID
                       MOVE "Y" TO WS-LIST-EOF-SWITCH
                   END-IF
           END-READ.

       BUILD-NEW-REQUEST.
           MOVE WS-BADGE-BASE-ID    TO LR-EMP-ID.
           MOVE WS-START-DATE       TO LR-START-DATE.
           MOVE WS-END-DATE         TO LR-END-DATE.
           MOVE WS-LEAVE-TYPE       TO LR-LEAVE-TYPE.
           MOVE WS-HOURS-PER-DAY    TO LR-HOURS-PER-DAY.
           MOVE LV-DAY-COUNT        TO LR-LEAVE-DAYS.
           MOVE WS-TOTAL-HOURS      TO LR-TOTAL-HOURS.
           MOVE "P"                 TO LR-STATUS.
           MOVE OP-SIGNED-ON-ID     TO LR-REQUESTED-BY.
           MOVE WS-BUSINESS-DATE    TO LR-REQUEST-DATE.
           MOVE SPACES              TO LR-DECIDED-BY.
           MOVE 0                   TO LR-DECISION-DATE.
           MOVE SPACES              TO LR-DENY-REASON.
           MOVE 0                   TO LR-CARDS-THRU-DATE.
           MOVE 0                   TO LR-HOURS-CARDED.

      ******************************************************************
      * Withdraw a request
      ******************************************************************
       WITHDRAW-TRANSACTION.
           PERFORM GET-EMPLOYEE-BADGE.
           IF NOT EMPLOYEE-FOUND
               GO TO WITHDRAW-TRANSACTION-EXIT
           END-IF.
           PERFORM GET-START-DATE.
           MOVE WS-BADGE-BASE-ID TO LR-EMP-ID.
           MOVE WS-START-DATE TO LR-START-DATE.
           READ LEAVE-REQUEST-FILE
               KEY IS LR-REQUEST-KEY
               INVALID KEY
                   DISPLAY "NO REQUEST STARTS ON THAT DAY."
                   GO TO WITHDRAW-TRANSACTION-EXIT
           END-READ.
           PERFORM SHOW-ONE-REQUEST.
           IF NOT LR-OPEN
               DISPLAY "REJECTED - the request is no longer open"
               GO TO WITHDRAW-TRANSACTION-EXIT
           END-IF.
           IF LR-CARDS-THRU-DATE NOT = 0
               DISPLAY "  Cards are already written through "
                   LR-CARDS-THRU-DATE " - those stay for timecard "
                   "review; only the days after are withdrawn."
           END-IF.
           DISPLAY "WITHDRAW THIS REQUEST? (Y/N)".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND "y"
               GO TO WITHDRAW-TRANSACTION-EXIT
           END-IF.
           MOVE "C" TO LR-STATUS.
           MOVE OP-SIGNED-ON-ID TO LR-DECIDED-BY.
           MOVE WS-BUSINESS-DATE TO LR-DECISION-DATE.
           REWRITE LEAVE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "WITHDRAW FAILED, STATUS "
                       LEAVE-REQUEST-STATUS
               NOT INVALID KEY
                   DISPLAY "REQUEST WITHDRAWN."
           END-REWRITE.

       WITHDRAW-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      * List an employee's requests and projected balances
      ******************************************************************
       LIST-TRANSACTION.
           PERFORM GET-EMPLOYEE-BADGE.
           IF NOT EMPLOYEE-FOUND
               GO TO LIST-TRANSACTION-EXIT
           END-IF.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE WS-BADGE-BASE-ID TO LR-EMP-ID.
           MOVE 0 TO LR-START-DATE.
           MOVE "N" TO WS-LIST-EOF-SWITCH.
           START LEAVE-REQUEST-FILE
               KEY IS GREATER THAN OR EQUAL TO LR-REQUEST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-START.
           IF NOT END-OF-LIST
               PERFORM READ-EMPLOYEE-REQUEST
           END-IF.
           PERFORM LIST-ONE-REQUEST
               UNTIL END-OF-LIST.
           IF WS-LIST-COUNT = 0
               DISPLAY "NO LEAVE REQUESTS ON FILE FOR THIS EMPLOYEE"
           END-IF.
           MOVE WS-BADGE-BASE-ID TO LV-PROJECT-EMP-ID.
           MOVE SPACES TO LV-PROJECT-SKIP-KEY.
           MOVE "V" TO LV-PROJECT-TYPE.
           PERFORM PROJECT-LEAVE-BALANCE.
           MOVE LV-PROJECTED-BALANCE TO WS-BALANCE-DISPLAY.
           DISPLAY "PROJECTED VACATION BALANCE " WS-BALANCE-DISPLAY.
           MOVE "S" TO LV-PROJECT-TYPE.
           PERFORM PROJECT-LEAVE-BALANCE.
           MOVE LV-PROJECTED-BALANCE TO WS-BALANCE-DISPLAY.
           DISPLAY "PROJECTED SICK BALANCE     " WS-BALANCE-DISPLAY.

       LIST-TRANSACTION-EXIT.
           EXIT.

       LIST-ONE-REQUEST.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM SHOW-ONE-REQUEST.
           PERFORM READ-EMPLOYEE-REQUEST.

       SHOW-ONE-REQUEST.
           EVALUATE TRUE
               WHEN LR-PENDING
                   MOVE "PENDING" TO WS-STATUS-TEXT
               WHEN LR-APPROVED
                   MOVE "APPROVED" TO WS-STATUS-TEXT
               WHEN LR-DENIED
                   MOVE "DENIED" TO WS-STATUS-TEXT
               WHEN LR-WITHDRAWN
                   MOVE "WITHDRAWN" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE LR-HOURS-PER-DAY TO WS-HOURS-DISPLAY.
           MOVE LR-TOTAL-HOURS TO WS-TOTAL-DISPLAY.
           DISPLAY LR-START-DATE " TO " LR-END-DATE " TYPE "
               LR-LEAVE-TYPE " " WS-HOURS-DISPLAY "/DAY "
               LR-LEAVE-DAYS " DAYS " WS-TOTAL-DISPLAY " HRS "
               WS-STATUS-TEXT.
           IF LR-DENIED
               DISPLAY "  DENIED BY " LR-DECIDED-BY " ON "
                   LR-DECISION-DATE " REASON " LR-DENY-REASON
           END-IF.

           COPY CHKDGTPD.
           COPY LVBALPD.
           COPY LVDAYPD.
           COPY BULLPD.
           COPY OPERPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
