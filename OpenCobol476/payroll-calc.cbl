       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCALC.
      ******************************************************************
      * Purpose: Weekly net pay. Takes each employee's approved gross
      *          from the gross-pay register file TIMERPT writes,
      *          applies the employee's deductions from empded.dat in
      *          priority order - tax withholding, benefits, and
      *          garnishments, each a flat amount or a percent of
      *          gross, only within its effective and stop dates -
      *          and prints a numbered payroll check register with a
      *          pay stub per check. Check numbers come from the
      *          check number control file. A deduction that would
      *          take net pay below zero is not taken: it is flagged
      *          on the register and the stub for payroll to settle
      *          by hand, and the step ends RC=4. A register left
      *          from an earlier week is refused rather than paid
      *          twice. Every check is posted to the employee
      *          earnings history - the week's own record and its
      *          quarter and year accumulators - for the quarterly
      *          wage report and the year-end wage statements.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GREGSEL.
           COPY PDEDSEL.

           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "paycalc.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT STUB-FILE ASSIGN TO "paystub.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STUB-FILE-STATUS.

           COPY CKNXSEL.
           COPY EWKHSEL.
           COPY EYTDSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  GROSS-REGISTER-FILE.
           COPY GREGREC.

       FD  DEDUCTION-FILE.
           COPY PDEDREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  STUB-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  STUB-RECORD.
           05  STUB-CC             PIC X.
           05  STUB-TEXT           PIC X(132).

           COPY CKNXFD.

       FD  EARN-WEEK-FILE.
           COPY EWKHREC.

       FD  EARN-YEAR-FILE.
           COPY EYTDREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  GROSS-REGISTER-STATUS   PIC XX.
       01  DEDUCTION-FILE-STATUS   PIC XX.
       01  EMPLOYEE-FILE-STATUS    PIC XX.
       01  STUB-FILE-STATUS        PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-GROSS-REGISTER           VALUE "Y".
       01  WS-DED-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-EMP-DEDUCTIONS           VALUE "Y".
       01  WS-DEDUCTIONS-OPEN-SW   PIC X       VALUE "N".
           88  DEDUCTIONS-OPEN                 VALUE "Y".
       01  WS-CHECK-COUNT          PIC 9(5)    VALUE 0.
       01  WS-NO-PAY-COUNT         PIC 9(5)    VALUE 0.
       01  WS-STALE-COUNT          PIC 9(5)    VALUE 0.
       01  WS-NOT-TAKEN-COUNT      PIC 9(5)    VALUE 0.
       01  WS-EMP-NAME-TEXT        PIC X(30).
       01  WS-DEDUCTION-AMOUNT     PIC S9(7)V99.
       01  WS-EMP-DEDUCTIONS       PIC S9(7)V99.
       01  WS-EMP-NET-PAY          PIC S9(7)V99.
       01  WS-EMP-TAX              PIC S9(7)V99.
       01  WS-EMP-BENEFIT          PIC S9(7)V99.
       01  WS-EMP-GARNISHMENT      PIC S9(7)V99.
       01  WS-HISTORY-FLAG-COUNT   PIC 9(5)    VALUE 0.
       01  WS-REG-PAY              PIC S9(7)V99.
       01  WS-OT-PAY               PIC S9(7)V99.
       01  WS-HOLIDAY-PAY          PIC S9(7)V99.
       01  WS-OT-RATE              PIC 9(3)V99.
       01  WS-TOTAL-GROSS          PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-DEDUCTIONS     PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-NET            PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-TAX            PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-BENEFIT        PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-GARNISHMENT    PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-NOT-TAKEN      PIC S9(9)V99 VALUE 0.

           COPY CKNXWS.
           COPY EARNWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  REGISTER-COLUMN-HEADINGS.
           05  FILLER              PIC X(10) VALUE "CHECK NO".
           05  FILLER              PIC X(7)  VALUE "EMP-ID".
           05  FILLER              PIC X(31) VALUE "EMPLOYEE-NAME".
           05  FILLER              PIC X(11) VALUE "DEPARTMENT".
           05  FILLER              PIC X(14) VALUE "    GROSS PAY".
           05  FILLER              PIC X(14) VALUE "   DEDUCTIONS".
           05  FILLER              PIC X(14) VALUE "      NET PAY".
           05  FILLER              PIC X(31) VALUE SPACES.

       01  REGISTER-DETAIL-LINE.
           05  DTL-CHECK-NUMBER    PIC 9(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-EMP-ID          PIC 9(5).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-EMP-NAME        PIC X(30).
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-DEPARTMENT      PIC X(11).
           05  DTL-GROSS-PAY       PIC ZZZZZZZ9.99-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-DEDUCTIONS      PIC ZZZZZZZ9.99-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-NET-PAY         PIC ZZZZZZZ9.99-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-NOTE            PIC X(31).

       01  REGISTER-FLAG-LINE.
           05  FILLER              PIC X(12) VALUE "** REVIEW **".
           05  FLG-EMP-ID          PIC 9(5).
           05  FILLER              PIC XX    VALUE SPACES.
           05  FLG-DEDUCTION-CODE  PIC X(6).
           05  FILLER              PIC XX    VALUE SPACES.
           05  FLG-DESCRIPTION     PIC X(20).
           05  FILLER              PIC XX    VALUE SPACES.
           05  FLG-AMOUNT          PIC ZZZZZZ9.99-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  FLG-REASON          PIC X(40).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05  TOT-LABEL           PIC X(34).
           05  TOT-AMOUNT          PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(85) VALUE SPACES.

       01  REGISTER-COUNT-LINE.
           05  CNT-LABEL           PIC X(34).
           05  CNT-COUNT           PIC ZZZZ9.
           05  FILLER              PIC X(93) VALUE SPACES.

       01  STUB-HEADER-LINE.
           05  FILLER              PIC X(20) VALUE "EARNINGS STATEMENT".
           05  FILLER              PIC X(11) VALUE "CHECK NO: ".
           05  STB-CHECK-NUMBER    PIC 9(8).
           05  FILLER              PIC X(17) VALUE "   WEEK ENDING: ".
           05  STB-WEEK-ENDING     PIC 9(8).
           05  FILLER              PIC X(68) VALUE SPACES.

       01  STUB-EMPLOYEE-LINE.
           05  FILLER              PIC X(10) VALUE "EMPLOYEE: ".
           05  STB-EMP-ID          PIC 9(5).
           05  FILLER              PIC XX    VALUE SPACES.
           05  STB-EMP-NAME        PIC X(30).
           05  FILLER              PIC X(7)  VALUE "  DEPT ".
           05  STB-DEPARTMENT      PIC X(10).
           05  FILLER              PIC X(68) VALUE SPACES.

       01  STUB-EARNINGS-LINE.
           05  STB-EARN-LABEL      PIC X(22).
           05  STB-HOURS           PIC ZZZ9.99.
           05  FILLER              PIC X(7)  VALUE " HRS @ ".
           05  STB-RATE            PIC ZZ9.99.
           05  FILLER              PIC XXX   VALUE SPACES.
           05  STB-EARN-AMOUNT     PIC ZZZZZZ9.99-.
           05  FILLER              PIC X(76) VALUE SPACES.

       01  STUB-DEDUCTION-LINE.
           05  FILLER              PIC XX    VALUE SPACES.
           05  STB-DEDUCTION-CODE  PIC X(6).
           05  FILLER              PIC XX    VALUE SPACES.
           05  STB-DESCRIPTION     PIC X(20).
           05  FILLER              PIC X(15) VALUE SPACES.
           05  STB-DEDUCTION-AMT   PIC ZZZZZZ9.99-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  STB-DEDUCTION-NOTE  PIC X(30).
           05  FILLER              PIC X(44) VALUE SPACES.

       01  STUB-AMOUNT-LINE.
           05  STB-AMOUNT-LABEL    PIC X(45).
           05  STB-AMOUNT          PIC ZZZZZZ9.99-.
           05  FILLER              PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PAYCALC" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           OPEN INPUT GROSS-REGISTER-FILE.
           IF GROSS-REGISTER-STATUS NOT = "00"
               DISPLAY "NO GROSS-PAY REGISTER - NOTHING TO PAY"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
      *    No deduction file yet means nobody has a deduction set up
      *    - every check is paid at gross.
           OPEN INPUT DEDUCTION-FILE.
           IF DEDUCTION-FILE-STATUS = "00"
               MOVE "Y" TO WS-DEDUCTIONS-OPEN-SW
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           PERFORM OPEN-EARNINGS-FILES.
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT STUB-FILE.
           MOVE "PAYCALC" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           PERFORM READ-GROSS-REGISTER.
           PERFORM PAY-ONE-EMPLOYEE
               THRU PAY-ONE-EMPLOYEE-EXIT
               UNTIL END-OF-GROSS-REGISTER.
           PERFORM PRINT-REGISTER-TOTALS.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE GROSS-REGISTER-FILE.
           IF DEDUCTIONS-OPEN
               CLOSE DEDUCTION-FILE
           END-IF.
           CLOSE EMPLOYEE-FILE.
           CLOSE EARN-WEEK-FILE.
           CLOSE EARN-YEAR-FILE.
           CLOSE PRINT-FILE.
           CLOSE STUB-FILE.
           DISPLAY "PAYROLL CALCULATION COMPLETE - " WS-CHECK-COUNT
               " CHECKS, " WS-NOT-TAKEN-COUNT
               " DEDUCTIONS NOT TAKEN, " WS-STALE-COUNT
               " PRIOR-WEEK RECORDS REFUSED, " WS-HISTORY-FLAG-COUNT
               " EARNINGS HISTORY FLAGS".
           IF WS-NOT-TAKEN-COUNT > 0
               OR WS-STALE-COUNT > 0
               OR WS-HISTORY-FLAG-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE REGISTER-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       READ-GROSS-REGISTER.
           READ GROSS-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       PAY-ONE-EMPLOYEE.
      *    TIMERPT writes the register fresh each week, dated with
      *    its business date; a record from any other week is what
      *    is left when tonight's TIMERPT did not run, and paying it
      *    would pay that week a second time.
           IF GR-WEEK-ENDING NOT = WS-BUSINESS-DATE
               ADD 1 TO WS-STALE-COUNT
               MOVE GR-EMP-ID TO FLG-EMP-ID
               MOVE SPACES TO FLG-DEDUCTION-CODE
               MOVE SPACES TO FLG-DESCRIPTION
               MOVE GR-GROSS-PAY TO FLG-AMOUNT
               MOVE "REGISTER IS FROM ANOTHER WEEK - NOT PAID"
                   TO FLG-REASON
               PERFORM PRINT-FLAG-LINE
               PERFORM READ-GROSS-REGISTER
               GO TO PAY-ONE-EMPLOYEE-EXIT
           END-IF.
           MOVE GR-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               KEY IS EMP-ID
               INVALID KEY
                   MOVE "** NO MASTER RECORD **" TO WS-EMP-NAME-TEXT
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-EMP-NAME-TEXT
           END-READ.
      *    A zero-rate employee priced at nothing gets no check; the
      *    register lists them so payroll sees who was left unpaid.
           IF GR-GROSS-PAY NOT > 0
               ADD 1 TO WS-NO-PAY-COUNT
               MOVE 0 TO DTL-CHECK-NUMBER
               MOVE GR-EMP-ID TO DTL-EMP-ID
               MOVE WS-EMP-NAME-TEXT TO DTL-EMP-NAME
               MOVE GR-DEPARTMENT TO DTL-DEPARTMENT
               MOVE GR-GROSS-PAY TO DTL-GROSS-PAY
               MOVE 0 TO DTL-DEDUCTIONS
               MOVE 0 TO DTL-NET-PAY
               MOVE "NO GROSS PAY - NO CHECK" TO DTL-NOTE
               MOVE " " TO PRINT-CC
               MOVE REGISTER-DETAIL-LINE TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
               PERFORM READ-GROSS-REGISTER
               GO TO PAY-ONE-EMPLOYEE-EXIT
           END-IF.
           PERFORM GET-NEXT-CHECK-NUMBER.
           ADD 1 TO WS-CHECK-COUNT.
           MOVE 0 TO WS-EMP-DEDUCTIONS.
           MOVE 0 TO WS-EMP-TAX.
           MOVE 0 TO WS-EMP-BENEFIT.
           MOVE 0 TO WS-EMP-GARNISHMENT.
           MOVE GR-GROSS-PAY TO WS-EMP-NET-PAY.
           PERFORM PRINT-STUB-EARNINGS.
           IF DEDUCTIONS-OPEN
               PERFORM APPLY-EMPLOYEE-DEDUCTIONS
           END-IF.
           PERFORM PRINT-STUB-NET-PAY.
           ADD GR-GROSS-PAY      TO WS-TOTAL-GROSS.
           ADD WS-EMP-DEDUCTIONS TO WS-TOTAL-DEDUCTIONS.
           ADD WS-EMP-NET-PAY    TO WS-TOTAL-NET.
           MOVE NC-ASSIGNED-CHECK-NUMBER TO DTL-CHECK-NUMBER.
           MOVE GR-EMP-ID         TO DTL-EMP-ID.
           MOVE WS-EMP-NAME-TEXT  TO DTL-EMP-NAME.
           MOVE GR-DEPARTMENT     TO DTL-DEPARTMENT.
           MOVE GR-GROSS-PAY      TO DTL-GROSS-PAY.
           MOVE WS-EMP-DEDUCTIONS TO DTL-DEDUCTIONS.
           MOVE WS-EMP-NET-PAY    TO DTL-NET-PAY.
           MOVE SPACES TO DTL-NOTE.
           MOVE " " TO PRINT-CC.
           MOVE REGISTER-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM POST-EMPLOYEE-EARNINGS.
           PERFORM READ-GROSS-REGISTER.

       PAY-ONE-EMPLOYEE-EXIT.
           EXIT.

      ******************************************************************
      * Deductions - in key order, which is priority order
      ******************************************************************
       APPLY-EMPLOYEE-DEDUCTIONS.
           MOVE GR-EMP-ID TO ED-EMP-ID.
           MOVE 0 TO ED-PRIORITY.
           MOVE LOW-VALUES TO ED-DEDUCTION-CODE.
           MOVE "N" TO WS-DED-EOF-SWITCH.
           START DEDUCTION-FILE
               KEY IS GREATER THAN OR EQUAL TO ED-DEDUCTION-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DED-EOF-SWITCH
           END-START.
           IF NOT END-OF-EMP-DEDUCTIONS
               PERFORM READ-EMP-DEDUCTION
           END-IF.
           PERFORM APPLY-ONE-DEDUCTION
               THRU APPLY-ONE-DEDUCTION-EXIT
               UNTIL END-OF-EMP-DEDUCTIONS.

       READ-EMP-DEDUCTION.
           READ DEDUCTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DED-EOF-SWITCH
               NOT AT END
                   IF ED-EMP-ID NOT = GR-EMP-ID
                       MOVE "Y" TO WS-DED-EOF-SWITCH
                   END-IF
           END-READ.

       APPLY-ONE-DEDUCTION.
           IF ED-EFFECTIVE-DATE > GR-WEEK-ENDING
               OR (ED-STOP-DATE NOT = 0
                   AND ED-STOP-DATE < GR-WEEK-ENDING)
               PERFORM READ-EMP-DEDUCTION
               GO TO APPLY-ONE-DEDUCTION-EXIT
           END-IF.
           IF ED-PERCENT-OF-GROSS
               COMPUTE WS-DEDUCTION-AMOUNT ROUNDED =
                   GR-GROSS-PAY * ED-PERCENT / 100
           ELSE
               MOVE ED-AMOUNT TO WS-DEDUCTION-AMOUNT
           END-IF.
           MOVE ED-DEDUCTION-CODE   TO STB-DEDUCTION-CODE.
           MOVE ED-DESCRIPTION      TO STB-DESCRIPTION.
           MOVE WS-DEDUCTION-AMOUNT TO STB-DEDUCTION-AMT.
      *    Not taken in part, either - payroll decides what a short
      *    week owes, the program only refuses to overdraw the check.
           IF WS-DEDUCTION-AMOUNT > WS-EMP-NET-PAY
               ADD 1 TO WS-NOT-TAKEN-COUNT
               ADD WS-DEDUCTION-AMOUNT TO WS-TOTAL-NOT-TAKEN
               MOVE "NOT TAKEN - NET WOULD GO < 0"
                   TO STB-DEDUCTION-NOTE
               MOVE GR-EMP-ID           TO FLG-EMP-ID
               MOVE ED-DEDUCTION-CODE   TO FLG-DEDUCTION-CODE
               MOVE ED-DESCRIPTION      TO FLG-DESCRIPTION
               MOVE WS-DEDUCTION-AMOUNT TO FLG-AMOUNT
               MOVE "NOT TAKEN - WOULD DRIVE NET PAY NEGATIVE"
                   TO FLG-REASON
               PERFORM PRINT-FLAG-LINE
           ELSE
               SUBTRACT WS-DEDUCTION-AMOUNT FROM WS-EMP-NET-PAY
               ADD WS-DEDUCTION-AMOUNT TO WS-EMP-DEDUCTIONS
               PERFORM TALLY-DEDUCTION-TYPE
               MOVE SPACES TO STB-DEDUCTION-NOTE
           END-IF.
           MOVE " " TO STUB-CC.
           MOVE STUB-DEDUCTION-LINE TO STUB-TEXT.
           WRITE STUB-RECORD.
           PERFORM READ-EMP-DEDUCTION.

       APPLY-ONE-DEDUCTION-EXIT.
           EXIT.

       TALLY-DEDUCTION-TYPE.
           EVALUATE TRUE
               WHEN ED-TAX-WITHHOLDING
                   ADD WS-DEDUCTION-AMOUNT TO WS-TOTAL-TAX
                   ADD WS-DEDUCTION-AMOUNT TO WS-EMP-TAX
               WHEN ED-GARNISHMENT
                   ADD WS-DEDUCTION-AMOUNT TO WS-TOTAL-GARNISHMENT
                   ADD WS-DEDUCTION-AMOUNT TO WS-EMP-GARNISHMENT
               WHEN OTHER
                   ADD WS-DEDUCTION-AMOUNT TO WS-TOTAL-BENEFIT
                   ADD WS-DEDUCTION-AMOUNT TO WS-EMP-BENEFIT
           END-EVALUATE.

      ******************************************************************
      * Earnings history - the week, its quarter, and the year
      ******************************************************************
       POST-EMPLOYEE-EARNINGS.
           MOVE GR-EMP-ID                TO EW-EMP-ID.
           MOVE GR-WEEK-ENDING           TO EW-WEEK-ENDING.
           MOVE NC-ASSIGNED-CHECK-NUMBER TO EW-CHECK-NUMBER.
           MOVE GR-REG-HOURS             TO EW-REG-HOURS.
           MOVE GR-OT-HOURS              TO EW-OT-HOURS.
           MOVE GR-GROSS-PAY             TO EW-GROSS-PAY.
           MOVE WS-EMP-TAX               TO EW-TAX-WITHHELD.
           MOVE WS-EMP-BENEFIT           TO EW-BENEFIT-DEDUCTED.
           MOVE WS-EMP-GARNISHMENT       TO EW-GARNISHED.
           MOVE WS-EMP-NET-PAY           TO EW-NET-PAY.
           PERFORM POST-EARNINGS-WEEK.
           IF NOT EN-WEEK-POSTED
               ADD 1 TO WS-HISTORY-FLAG-COUNT
               MOVE GR-EMP-ID TO FLG-EMP-ID
               MOVE SPACES TO FLG-DEDUCTION-CODE
               MOVE SPACES TO FLG-DESCRIPTION
               MOVE GR-GROSS-PAY TO FLG-AMOUNT
               IF EN-WEEK-ALREADY-ON-FILE
                   MOVE "WEEK ALREADY IN HISTORY - NOT RE-ADDED"
                       TO FLG-REASON
               ELSE
                   MOVE "POSTED TO A CLOSED YEAR - REISSUE W/S"
                       TO FLG-REASON
               END-IF
               PERFORM PRINT-FLAG-LINE
           END-IF.

      ******************************************************************
      * Pay stub - one page per check
      ******************************************************************
       PRINT-STUB-EARNINGS.
           MOVE NC-ASSIGNED-CHECK-NUMBER TO STB-CHECK-NUMBER.
           MOVE GR-WEEK-ENDING TO STB-WEEK-ENDING.
           MOVE "1" TO STUB-CC.
           MOVE STUB-HEADER-LINE TO STUB-TEXT.
           WRITE STUB-RECORD.
           MOVE GR-EMP-ID        TO STB-EMP-ID.
           MOVE WS-EMP-NAME-TEXT TO STB-EMP-NAME.
           MOVE GR-DEPARTMENT    TO STB-DEPARTMENT.
           MOVE " " TO STUB-CC.
           MOVE STUB-EMPLOYEE-LINE TO STUB-TEXT.
           WRITE STUB-RECORD.
      *    Overtime pay is what the register's gross holds over the
      *    regular and holiday hours, so the earnings lines always
      *    foot to the gross TIMERPT priced.
           COMPUTE WS-REG-PAY ROUNDED = GR-REG-HOURS * GR-PAY-RATE.
           COMPUTE WS-HOLIDAY-PAY ROUNDED =
               GR-HOLIDAY-HOURS * GR-PAY-RATE.
           COMPUTE WS-OT-PAY =
               GR-GROSS-PAY - WS-REG-PAY - WS-HOLIDAY-PAY.
           COMPUTE WS-OT-RATE ROUNDED = GR-PAY-RATE * 1.5.
           MOVE "REGULAR"    TO STB-EARN-LABEL.
           MOVE GR-REG-HOURS TO STB-HOURS.
           MOVE GR-PAY-RATE  TO STB-RATE.
           MOVE WS-REG-PAY   TO STB-EARN-AMOUNT.
           MOVE STUB-EARNINGS-LINE TO STUB-TEXT.
           WRITE STUB-RECORD.
           IF GR-OT-HOURS > 0
               MOVE "OVERTIME"  TO STB-EARN-LABEL
               MOVE GR-OT-HOURS TO STB-HOURS
               MOVE WS-OT-RATE  TO STB-RATE
               MOVE WS-OT-PAY   TO STB-EARN-AMOUNT
               MOVE STUB-EARNINGS-LINE TO STUB-TEXT
               WRITE STUB-RECORD
           END-IF.
           IF GR-HOLIDAY-HOURS > 0
               MOVE "HOLIDAY"        TO STB-EARN-LABEL
               MOVE GR-HOLIDAY-HOURS TO STB-HOURS
               MOVE GR-PAY-RATE      TO STB-RATE
               MOVE WS-HOLIDAY-PAY   TO STB-EARN-AMOUNT
               MOVE STUB-EARNINGS-LINE TO STUB-TEXT
               WRITE STUB-RECORD
           END-IF.
           MOVE "GROSS PAY" TO STB-AMOUNT-LABEL.
           MOVE GR-GROSS-PAY TO STB-AMOUNT.
           MOVE STUB-AMOUNT-LINE TO STUB-TEXT.
           WRITE STUB-RECORD.
           MOVE "DEDUCTIONS:" TO STB-AMOUNT-LABEL.
           MOVE STUB-AMOUNT-LINE TO STUB-TEXT.
           MOVE SPACES TO STUB-TEXT (46:87).
           WRITE STUB-RECORD.

       PRINT-STUB-NET-PAY.
           MOVE " " TO STUB-CC.
           MOVE "TOTAL DEDUCTIONS" TO STB-AMOUNT-LABEL.
           MOVE WS-EMP-DEDUCTIONS TO STB-AMOUNT.
           MOVE STUB-AMOUNT-LINE TO STUB-TEXT.
           WRITE STUB-RECORD.
           MOVE "NET PAY" TO STB-AMOUNT-LABEL.
           MOVE WS-EMP-NET-PAY TO STB-AMOUNT.
           MOVE STUB-AMOUNT-LINE TO STUB-TEXT.
           WRITE STUB-RECORD.

      ******************************************************************
      * Register flags and totals
      ******************************************************************
       PRINT-FLAG-LINE.
           MOVE " " TO PRINT-CC.
           MOVE REGISTER-FLAG-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-REGISTER-TOTALS.
           MOVE "CHECKS PRINTED:" TO CNT-LABEL.
           MOVE WS-CHECK-COUNT TO CNT-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE "EMPLOYEES WITH NO GROSS PAY:" TO CNT-LABEL.
           MOVE WS-NO-PAY-COUNT TO CNT-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE "TOTAL GROSS PAY:" TO TOT-LABEL.
           MOVE WS-TOTAL-GROSS TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "  TAX WITHHOLDING:" TO TOT-LABEL.
           MOVE WS-TOTAL-TAX TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "  BENEFIT DEDUCTIONS:" TO TOT-LABEL.
           MOVE WS-TOTAL-BENEFIT TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "  GARNISHMENTS:" TO TOT-LABEL.
           MOVE WS-TOTAL-GARNISHMENT TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "TOTAL DEDUCTIONS TAKEN:" TO TOT-LABEL.
           MOVE WS-TOTAL-DEDUCTIONS TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "TOTAL NET PAY:" TO TOT-LABEL.
           MOVE WS-TOTAL-NET TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.
           MOVE "DEDUCTIONS NOT TAKEN:" TO CNT-LABEL.
           MOVE WS-NOT-TAKEN-COUNT TO CNT-COUNT.
           PERFORM PRINT-COUNT-LINE.
           MOVE "  AMOUNT NOT TAKEN:" TO TOT-LABEL.
           MOVE WS-TOTAL-NOT-TAKEN TO TOT-AMOUNT.
           PERFORM PRINT-TOTAL-LINE.

       PRINT-TOTAL-LINE.
           MOVE " " TO PRINT-CC.
           MOVE REGISTER-TOTAL-LINE TO PRINT-TEXT.
           PERFORM CHECK-PAGE-BREAK.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       PRINT-COUNT-LINE.
           MOVE " " TO PRINT-CC.
           MOVE REGISTER-COUNT-LINE TO PRINT-TEXT.
           PERFORM CHECK-PAGE-BREAK.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

           COPY CKNXPD.
           COPY EARNPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
