      *          rolled off to a dated archive the way the log
      *          housekeeping rolls the logs, so next week's report
      *          starts from an empty file instead of re-totaling
      *          and re-flagging every card ever keyed. Each
      *          employee's priced week is also written to the
      *          gross-pay register file, where PAYCALC takes the
      *          approved gross on to deductions and net pay.
      *          The same week goes to the payroll service as its
      *          import file - regular, overtime, vacation and sick
      *          hours and the rate per employee, with a control
      *          trailer of employee count, total hours and total
      *          gross - in place of the faxed register. An employee
      *          with no pay rate or with a card still awaiting
      *          approval is held out of that file and listed, so a
      *          bad record never reaches the service. Holiday
      *          hours from the holiday calendar are paid at straight
      *          rate outside the weekly overtime test and earn no
      *          leave accrual.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS TIMECARD-KEEP-STATUS.

           COPY ACCRSEL.
           COPY GREGSEL.
           COPY PSVCSEL.

           COPY RUNLOGSEL.

       FD  ACCRUAL-FILE.
           COPY ACCRREC.

       FD  GROSS-REGISTER-FILE.
           COPY GREGREC.

       FD  PAY-SERVICE-FILE.
           COPY PSVCREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  TIMECARD-FILE-STATUS    PIC XX.
       01  ACCRUAL-FILE-STATUS     PIC XX.
       01  GROSS-REGISTER-STATUS   PIC XX.
       01  PAY-SERVICE-STATUS      PIC XX.

      *    Leave accrual policy: hours earned per worked hour.
       01  WS-VAC-ACCRUAL-RATE     PIC 9V9999  VALUE 0.0500.
               10  WS-HOURS-TOTAL  PIC 9(4)V99.
               10  WS-HOURS-RATE   PIC 9(3)V99.
               10  WS-HOURS-DEPT   PIC X(10).
               10  WS-HOURS-VACATION PIC 9(4)V99.
               10  WS-HOURS-SICK   PIC 9(4)V99.
               10  WS-HOURS-HOLIDAY PIC 9(4)V99.

      *    Employees with a card still awaiting approval this week -
      *    held out of the payroll service file until it is settled.
       01  WS-PENDING-EMP-TABLE.
           05  WS-PENDING-EMP-COUNT PIC 9(4)   VALUE 0.
           05  WS-PENDING-EMP-ID   PIC 9(5)
                   OCCURS 2000 TIMES
                   INDEXED BY PENDING-IDX.

      *    Employees held out of the payroll service file, and why.
       01  WS-HELD-TABLE.
           05  WS-HELD-COUNT       PIC 9(4)    VALUE 0.
           05  WS-HELD-ENTRY       OCCURS 2000 TIMES.
               10  WS-HELD-EMP-ID  PIC 9(5).
               10  WS-HELD-REASON  PIC X(30).
       01  WS-HELD-SUB             PIC 9(4).
       01  WS-HOLD-REASON          PIC X(30).

       01  WS-SERVICE-TOTALS.
           05  WS-SERVICE-COUNT    PIC 9(6)    VALUE 0.
           05  WS-SERVICE-HOURS    PIC 9(7)V99 VALUE 0.
           05  WS-SERVICE-GROSS    PIC S9(9)V99 VALUE 0.
       01  WS-STRAIGHT-HOURS       PIC S9(4)V99.

      *    Weekly overtime threshold per the wage policy.
       01  WS-OT-THRESHOLD         PIC 9(4)V99 VALUE 40.00.
       01  WS-REG-HOURS            PIC 9(4)V99.
       01  WS-OT-HOURS             PIC 9(4)V99.
       01  WS-OT-TEST-HOURS        PIC 9(4)V99.
       01  WS-EMP-GROSS            PIC S9(7)V99.
       01  WS-COMPANY-GROSS        PIC S9(9)V99 VALUE 0.
       01  WS-DEPT-GROSS-SUB       PIC 9(3).
           05  FILLER              PIC X(32) VALUE "EMPLOYEE-NAME".
           05  FILLER              PIC X(10) VALUE "REG-HRS".
           05  FILLER              PIC X(9)  VALUE "OT-HRS".
           05  FILLER              PIC X(9)  VALUE "HOL-HRS".
           05  FILLER              PIC X(9)  VALUE "RATE".
           05  FILLER              PIC X(13) VALUE "GROSS-PAY".
           05  FILLER              PIC X(42) VALUE SPACES.

       01  TIMERPT-FLAG-LINE.
           05  FILLER              PIC X(12) VALUE "** REVIEW **".
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-OT-HOURS        PIC ZZZ9.99.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-HOL-HOURS       PIC ZZZ9.99.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-PAY-RATE        PIC ZZ9.99.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-GROSS-PAY       PIC ZZZZZZ9.99-.
           05  FILLER              PIC X(48) VALUE SPACES.

       01  TIMERPT-DEPT-LINE.
           05  FILLER              PIC X(22) VALUE
           05  TOT-GROSS           PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(99) VALUE SPACES.

       01  TIMERPT-HOLD-HEADING.
           05  FILLER              PIC X(40) VALUE
               "HELD OUT OF THE PAYROLL SERVICE FILE:".
           05  FILLER              PIC X(92) VALUE SPACES.

       01  TIMERPT-HOLD-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  HLD-EMP-ID          PIC 9(5).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  HLD-REASON          PIC X(30).
           05  FILLER              PIC X(90) VALUE SPACES.

       01  TIMERPT-SERVICE-LINE.
           05  FILLER              PIC X(25) VALUE
               "PAYROLL SERVICE FILE:    ".
           05  SVC-COUNT           PIC ZZZZZ9.
           05  FILLER              PIC X(19) VALUE
               " EMPLOYEES, HOURS ".
           05  SVC-HOURS           PIC ZZZZZZ9.99.
           05  FILLER              PIC X(8)  VALUE ", GROSS ".
           05  SVC-GROSS           PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(8)  VALUE ", HELD ".
           05  SVC-HELD            PIC ZZZ9.
           05  FILLER              PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "TIMERPT" TO RL-WS-PROGRAM-NAME.
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           PERFORM OPEN-ACCRUAL-FILE.
           OPEN OUTPUT GROSS-REGISTER-FILE.
           OPEN OUTPUT PAY-SERVICE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "TIMERPT" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-NEGATIVE-BALANCES.
           PERFORM PRINT-DEPT-GROSS-SUBTOTALS.
           PERFORM PRINT-COMPANY-TOTAL.
           PERFORM WRITE-SERVICE-TRAILER.
           PERFORM PRINT-SERVICE-HOLD-LIST.
           MOVE WS-SKIPPED-COUNT TO SKP-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE TIMERPT-SKIPPED-LINE TO PRINT-TEXT.
           CLOSE TIMECARD-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE ACCRUAL-FILE.
           CLOSE GROSS-REGISTER-FILE.
           CLOSE PAY-SERVICE-FILE.
           CLOSE PRINT-FILE.
           PERFORM ROLL-OFF-TIMECARDS.
           DISPLAY "TIMECARD REPORT COMPLETE - " WS-CARD-COUNT
               " CARDS, " WS-FLAGGED-COUNT " FLAGGED FOR REVIEW, "
               WS-PENDING-COUNT " HELD UNAPPROVED, "
               WS-HELD-COUNT " HELD FROM PAYROLL SERVICE, "
               WS-SKIPPED-COUNT " FUTURE-DATED LEFT ON FILE".
           IF WS-FLAGGED-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
      *    unpaid with its reason on the review trail.
           IF TC-PENDING
               ADD 1 TO WS-PENDING-COUNT
               PERFORM NOTE-PENDING-EMPLOYEE
               MOVE "AWAITING APPROVAL - HELD" TO FLG-REASON
               PERFORM PRINT-FLAG-LINE
               PERFORM READ-TIMECARD
      *    Worked hours earn both balances at the policy rates;
      *    leave taken draws the matching balance down. A card with
      *    an unrecognized type (keyed before the type existed)
      *    counts as worked, which is what it was. A paid holiday
      *    neither earns nor draws.
           MOVE TC-EMP-ID TO AB-EMP-ID.
           READ ACCRUAL-FILE
               KEY IS AB-EMP-ID

       EARN-OR-DRAW-BALANCES.
           EVALUATE TRUE
               WHEN TC-HOLIDAY-HOURS
                   CONTINUE
               WHEN TC-VACATION-HOURS
                   SUBTRACT TC-HOURS FROM AB-VACATION-BALANCE
               WHEN TC-SICK-HOURS
                   PERFORM ADD-HOURS-ENTRY
               WHEN WS-HOURS-EMP-ID (HOURS-IDX) = TC-EMP-ID
                   ADD TC-HOURS TO WS-HOURS-TOTAL (HOURS-IDX)
                   PERFORM TALLY-LEAVE-HOURS
           END-SEARCH.

       TALLY-LEAVE-HOURS.
      *    Leave hours stay inside the week's total for the overtime
      *    split; they are carried apart only for the service file.
           EVALUATE TRUE
               WHEN TC-VACATION-HOURS
                   ADD TC-HOURS TO WS-HOURS-VACATION (HOURS-IDX)
               WHEN TC-SICK-HOURS
                   ADD TC-HOURS TO WS-HOURS-SICK (HOURS-IDX)
               WHEN TC-HOLIDAY-HOURS
                   ADD TC-HOURS TO WS-HOURS-HOLIDAY (HOURS-IDX)
           END-EVALUATE.

       NOTE-PENDING-EMPLOYEE.
           SET PENDING-IDX TO 1.
           SEARCH WS-PENDING-EMP-ID
               VARYING PENDING-IDX
               AT END
                   PERFORM ADD-PENDING-EMPLOYEE
               WHEN PENDING-IDX > WS-PENDING-EMP-COUNT
                   PERFORM ADD-PENDING-EMPLOYEE
               WHEN WS-PENDING-EMP-ID (PENDING-IDX) = TC-EMP-ID
                   CONTINUE
           END-SEARCH.

       ADD-PENDING-EMPLOYEE.
           IF WS-PENDING-EMP-COUNT < 2000
               ADD 1 TO WS-PENDING-EMP-COUNT
               SET PENDING-IDX TO WS-PENDING-EMP-COUNT
               MOVE TC-EMP-ID TO WS-PENDING-EMP-ID (PENDING-IDX)
           END-IF.

       ADD-HOURS-ENTRY.
      *    The rate and department ride along from the employee
      *    record current when the first card tallied, so the
               MOVE TC-HOURS  TO WS-HOURS-TOTAL (HOURS-IDX)
               MOVE EMP-PAY-RATE   TO WS-HOURS-RATE (HOURS-IDX)
               MOVE EMP-DEPARTMENT TO WS-HOURS-DEPT (HOURS-IDX)
               MOVE 0 TO WS-HOURS-VACATION (HOURS-IDX)
               MOVE 0 TO WS-HOURS-SICK (HOURS-IDX)
               MOVE 0 TO WS-HOURS-HOLIDAY (HOURS-IDX)
               PERFORM TALLY-LEAVE-HOURS
           ELSE
               DISPLAY "WARNING - hours table full, EMP "
                   TC-EMP-ID " NOT TOTALED"
                   MOVE EMP-NAME TO DTL-EMP-NAME
           END-READ.
           PERFORM PRICE-ONE-EMPLOYEE.
           PERFORM WRITE-GROSS-REGISTER.
           PERFORM WRITE-SERVICE-RECORD
               THRU WRITE-SERVICE-RECORD-EXIT.
           MOVE WS-REG-HOURS TO DTL-REG-HOURS.
           MOVE WS-OT-HOURS  TO DTL-OT-HOURS.
           MOVE WS-HOURS-HOLIDAY (WS-EMP-SUB) TO DTL-HOL-HOURS.
           MOVE WS-HOURS-RATE (WS-EMP-SUB) TO DTL-PAY-RATE.
           MOVE WS-EMP-GROSS TO DTL-GROSS-PAY.
           MOVE " " TO PRINT-CC.
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       WRITE-GROSS-REGISTER.
           MOVE WS-HOURS-EMP-ID (WS-EMP-SUB) TO GR-EMP-ID.
           MOVE WS-BUSINESS-DATE             TO GR-WEEK-ENDING.
           MOVE WS-HOURS-DEPT (WS-EMP-SUB)   TO GR-DEPARTMENT.
           MOVE WS-REG-HOURS                 TO GR-REG-HOURS.
           MOVE WS-OT-HOURS                  TO GR-OT-HOURS.
           MOVE WS-HOURS-HOLIDAY (WS-EMP-SUB) TO GR-HOLIDAY-HOURS.
           MOVE WS-HOURS-RATE (WS-EMP-SUB)   TO GR-PAY-RATE.
           MOVE WS-EMP-GROSS                 TO GR-GROSS-PAY.
           WRITE GROSS-REGISTER-RECORD.

       WRITE-SERVICE-RECORD.
      *    The service is sent hours, not money: regular is the
      *    straight-time hours less the leave taken inside them.
      *    Leave running past the straight-time hours would send a
      *    negative regular figure, so that week is held for payroll
      *    to key by hand like the other holds.
           MOVE SPACES TO WS-HOLD-REASON.
           COMPUTE WS-STRAIGHT-HOURS = WS-REG-HOURS
               - WS-HOURS-VACATION (WS-EMP-SUB)
               - WS-HOURS-SICK (WS-EMP-SUB).
           SET PENDING-IDX TO 1.
           SEARCH WS-PENDING-EMP-ID
               VARYING PENDING-IDX
               AT END
                   CONTINUE
               WHEN PENDING-IDX > WS-PENDING-EMP-COUNT
                   CONTINUE
               WHEN WS-PENDING-EMP-ID (PENDING-IDX)
                       = WS-HOURS-EMP-ID (WS-EMP-SUB)
                   MOVE "CARDS AWAITING APPROVAL"
                       TO WS-HOLD-REASON
           END-SEARCH.
           IF WS-HOURS-RATE (WS-EMP-SUB) = 0
               MOVE "NO PAY RATE ON FILE" TO WS-HOLD-REASON
           END-IF.
           IF WS-STRAIGHT-HOURS < 0
               MOVE "LEAVE OVER STRAIGHT-TIME HOURS" TO WS-HOLD-REASON
           END-IF.
           IF WS-HOLD-REASON NOT = SPACES
               PERFORM HOLD-FROM-SERVICE
               GO TO WRITE-SERVICE-RECORD-EXIT
           END-IF.
           MOVE SPACES                       TO PAY-SERVICE-RECORD.
           MOVE "D"                          TO SV-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE             TO SV-WEEK-ENDING.
           MOVE WS-HOURS-EMP-ID (WS-EMP-SUB) TO SV-EMP-ID.
           MOVE WS-STRAIGHT-HOURS            TO SV-REG-HOURS.
           MOVE WS-OT-HOURS                  TO SV-OT-HOURS.
           MOVE WS-HOURS-VACATION (WS-EMP-SUB) TO SV-VACATION-HOURS.
           MOVE WS-HOURS-SICK (WS-EMP-SUB)   TO SV-SICK-HOURS.
           MOVE WS-HOURS-HOLIDAY (WS-EMP-SUB) TO SV-HOLIDAY-HOURS.
           MOVE WS-HOURS-RATE (WS-EMP-SUB)   TO SV-PAY-RATE.
           WRITE PAY-SERVICE-RECORD.
           ADD 1 TO WS-SERVICE-COUNT.
           ADD WS-HOURS-TOTAL (WS-EMP-SUB) TO WS-SERVICE-HOURS.
           ADD WS-EMP-GROSS TO WS-SERVICE-GROSS.

       WRITE-SERVICE-RECORD-EXIT.
           EXIT.

       HOLD-FROM-SERVICE.
           IF WS-HELD-COUNT < 2000
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-HOURS-EMP-ID (WS-EMP-SUB)
                   TO WS-HELD-EMP-ID (WS-HELD-COUNT)
               MOVE WS-HOLD-REASON TO WS-HELD-REASON (WS-HELD-COUNT)
           END-IF.

       WRITE-SERVICE-TRAILER.
      *    Employees whose only cards this week are awaiting approval
      *    never reached the hours table; they are held all the same
      *    so the list shows everyone the service is not hearing of.
           PERFORM HOLD-PENDING-ONLY-EMPLOYEE
               VARYING PENDING-IDX FROM 1 BY 1
               UNTIL PENDING-IDX > WS-PENDING-EMP-COUNT.
           MOVE SPACES           TO PAY-SERVICE-RECORD.
           MOVE "T"              TO SV-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE TO SV-WEEK-ENDING.
           MOVE WS-SERVICE-COUNT TO SV-EMPLOYEE-COUNT.
           MOVE WS-SERVICE-HOURS TO SV-TOTAL-HOURS.
           MOVE WS-SERVICE-GROSS TO SV-TOTAL-GROSS.
           WRITE PAY-SERVICE-RECORD.

       HOLD-PENDING-ONLY-EMPLOYEE.
           SET HOURS-IDX TO 1.
           SEARCH WS-HOURS-ENTRY
               VARYING HOURS-IDX
               AT END
                   PERFORM HOLD-PENDING-EMPLOYEE
               WHEN HOURS-IDX > WS-HOURS-EMP-COUNT
                   PERFORM HOLD-PENDING-EMPLOYEE
               WHEN WS-HOURS-EMP-ID (HOURS-IDX)
                       = WS-PENDING-EMP-ID (PENDING-IDX)
                   CONTINUE
           END-SEARCH.

       HOLD-PENDING-EMPLOYEE.
           IF WS-HELD-COUNT < 2000
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-PENDING-EMP-ID (PENDING-IDX)
                   TO WS-HELD-EMP-ID (WS-HELD-COUNT)
               MOVE "CARDS AWAITING APPROVAL"
                   TO WS-HELD-REASON (WS-HELD-COUNT)
           END-IF.

       PRINT-SERVICE-HOLD-LIST.
           MOVE WS-SERVICE-COUNT TO SVC-COUNT.
           MOVE WS-SERVICE-HOURS TO SVC-HOURS.
           MOVE WS-SERVICE-GROSS TO SVC-GROSS.
           MOVE WS-HELD-COUNT    TO SVC-HELD.
           MOVE " " TO PRINT-CC.
           MOVE TIMERPT-SERVICE-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           IF WS-HELD-COUNT > 0
               MOVE TIMERPT-HOLD-HEADING TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
               PERFORM PRINT-ONE-HELD-EMPLOYEE
                   VARYING WS-HELD-SUB FROM 1 BY 1
                   UNTIL WS-HELD-SUB > WS-HELD-COUNT
           END-IF.

       PRINT-ONE-HELD-EMPLOYEE.
           MOVE WS-HELD-EMP-ID (WS-HELD-SUB) TO HLD-EMP-ID.
           MOVE WS-HELD-REASON (WS-HELD-SUB) TO HLD-REASON.
           MOVE " " TO PRINT-CC.
           MOVE TIMERPT-HOLD-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRICE-ONE-EMPLOYEE.
      *    Overtime is the week's hours over the threshold, priced
      *    at time-and-a-half; the split is on the weekly total, not
      *    per day - that is the wage policy. Holiday hours stand
      *    outside the test and are paid at straight rate.
           COMPUTE WS-OT-TEST-HOURS = WS-HOURS-TOTAL (WS-EMP-SUB)
               - WS-HOURS-HOLIDAY (WS-EMP-SUB).
           IF WS-OT-TEST-HOURS > WS-OT-THRESHOLD
               COMPUTE WS-OT-HOURS =
                   WS-OT-TEST-HOURS - WS-OT-THRESHOLD
               MOVE WS-OT-THRESHOLD TO WS-REG-HOURS
           ELSE
               MOVE WS-OT-TEST-HOURS TO WS-REG-HOURS
               MOVE 0 TO WS-OT-HOURS
           END-IF.
           COMPUTE WS-EMP-GROSS ROUNDED =
               (WS-REG-HOURS * WS-HOURS-RATE (WS-EMP-SUB))
               + (WS-OT-HOURS * WS-HOURS-RATE (WS-EMP-SUB) * 1.5)
               + (WS-HOURS-HOLIDAY (WS-EMP-SUB)
                   * WS-HOURS-RATE (WS-EMP-SUB)).
           ADD WS-EMP-GROSS TO WS-COMPANY-GROSS.
           PERFORM TALLY-DEPT-GROSS.

