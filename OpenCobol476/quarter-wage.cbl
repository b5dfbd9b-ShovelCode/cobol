       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRWAGE.
      ******************************************************************
      * Purpose: Quarterly wage report by employee from the employee
      *          earnings history PAYCALC posts every pay week. For
      *          the calendar quarter holding the business date (or
      *          the parameter card's run date, to reprint an
      *          earlier quarter) prints each employee paid in the
      *          quarter with name and department from EMPLOYEE-FILE,
      *          the quarter's regular and overtime hours, gross,
      *          tax withheld, benefits, garnishments and net pay,
      *          and the year-to-date gross and tax beside them,
      *          then the company totals for the quarter - the
      *          figures quarter-end filings were rebuilt from old
      *          registers by hand.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EYTDSEL.

           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "qtrwage.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY PARMSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  EARN-YEAR-FILE.
           COPY EYTDREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

           COPY PARMFD.
           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  EARN-YEAR-STATUS        PIC XX.
       01  EMPLOYEE-FILE-STATUS    PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-EARNINGS                 VALUE "Y".
       01  WS-REPORT-DATE          PIC 9(8).
       01  WS-REPORT-YEAR          PIC 9(4).
       01  WS-REPORT-MONTH         PIC 99.
       01  WS-REPORT-QUARTER       PIC 9.
       01  WS-EMPLOYEE-COUNT       PIC 9(5)    VALUE 0.
       01  WS-NO-MASTER-COUNT      PIC 9(5)    VALUE 0.

       01  WS-COMPANY-TOTALS.
           05  WS-TOT-REG-HOURS    PIC 9(7)V99 VALUE 0.
           05  WS-TOT-OT-HOURS     PIC 9(7)V99 VALUE 0.
           05  WS-TOT-GROSS-PAY    PIC S9(9)V99 VALUE 0.
           05  WS-TOT-TAX-WITHHELD PIC S9(9)V99 VALUE 0.
           05  WS-TOT-BENEFIT      PIC S9(9)V99 VALUE 0.
           05  WS-TOT-GARNISHED    PIC S9(9)V99 VALUE 0.
           05  WS-TOT-NET-PAY      PIC S9(9)V99 VALUE 0.
           05  WS-TOT-YTD-GROSS    PIC S9(9)V99 VALUE 0.
           05  WS-TOT-YTD-TAX      PIC S9(9)V99 VALUE 0.

           COPY PARMWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  QTRWAGE-TITLE-LINE.
           05  FILLER              PIC X(30) VALUE
               "QUARTERLY WAGE REPORT - QTR ".
           05  TTL-QUARTER         PIC 9.
           05  FILLER              PIC X(4)  VALUE " OF ".
           05  TTL-YEAR            PIC 9(4).
           05  FILLER              PIC X(93) VALUE SPACES.

       01  QTRWAGE-COLUMN-HEADINGS.
           05  FILLER              PIC X(6)  VALUE "EMP".
           05  FILLER              PIC X(19) VALUE "EMPLOYEE-NAME".
           05  FILLER              PIC X(11) VALUE "DEPT".
           05  FILLER              PIC X(8)  VALUE "REG-HRS".
           05  FILLER              PIC X(8)  VALUE " OT-HRS".
           05  FILLER              PIC X(11) VALUE "  QTR-GROSS".
           05  FILLER              PIC X(11) VALUE "    QTR-TAX".
           05  FILLER              PIC X(11) VALUE "    BENEFIT".
           05  FILLER              PIC X(11) VALUE "    GARNISH".
           05  FILLER              PIC X(11) VALUE "    QTR-NET".
           05  FILLER              PIC X(12) VALUE "   YTD-GROSS".
           05  FILLER              PIC X(11) VALUE "    YTD-TAX".
           05  FILLER              PIC X(2)  VALUE SPACES.

       01  QTRWAGE-DETAIL-LINE.
           05  DTL-EMP-ID          PIC 9(5).
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-EMP-NAME        PIC X(18).
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-DEPARTMENT      PIC X(10).
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-REG-HOURS       PIC ZZZ9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-OT-HOURS        PIC ZZZ9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-GROSS-PAY       PIC ZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-TAX-WITHHELD    PIC ZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-BENEFIT         PIC ZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-GARNISHED       PIC ZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-NET-PAY         PIC ZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-YTD-GROSS       PIC ZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-YTD-TAX         PIC ZZZZZZ9.99-.
           05  FILLER              PIC X(2)  VALUE SPACES.

       01  QTRWAGE-TOTAL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TOT-LABEL           PIC X(30).
           05  TOT-AMOUNT          PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "QTRWAGE" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-PARAMETER-CARD.
           PERFORM SET-REPORT-QUARTER.
           OPEN INPUT EARN-YEAR-FILE.
           IF EARN-YEAR-STATUS NOT = "00"
               DISPLAY "NO EARNINGS HISTORY FILE - NOTHING TO REPORT"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "QTRWAGE" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           MOVE LOW-VALUES TO EY-YEAR-KEY.
           START EARN-YEAR-FILE
               KEY IS GREATER THAN OR EQUAL TO EY-YEAR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-EARNINGS
               PERFORM READ-EARNINGS-YEAR
           END-IF.
           PERFORM REPORT-ONE-EMPLOYEE
               THRU REPORT-ONE-EMPLOYEE-EXIT
               UNTIL END-OF-EARNINGS.
           PERFORM PRINT-COMPANY-TOTALS.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE EARN-YEAR-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "QUARTERLY WAGE REPORT COMPLETE - QUARTER "
               WS-REPORT-QUARTER " OF " WS-REPORT-YEAR ", "
               WS-EMPLOYEE-COUNT " EMPLOYEES, "
               WS-NO-MASTER-COUNT " WITH NO MASTER RECORD".
           IF WS-NO-MASTER-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       SET-REPORT-QUARTER.
      *    The quarter holding the report date - months 1-3, 4-6,
      *    7-9 or 10-12 of its year.
           MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE.
           IF PARM-RUN-DATE-OVERRIDE NOT = 0
               MOVE PARM-RUN-DATE-OVERRIDE TO WS-REPORT-DATE
           END-IF.
           MOVE WS-REPORT-DATE (1:4) TO WS-REPORT-YEAR.
           MOVE WS-REPORT-DATE (5:2) TO WS-REPORT-MONTH.
           COMPUTE WS-REPORT-QUARTER = (WS-REPORT-MONTH + 2) / 3.

       PRINT-COLUMN-HEADINGS.
           MOVE WS-REPORT-QUARTER TO TTL-QUARTER.
           MOVE WS-REPORT-YEAR TO TTL-YEAR.
           MOVE " " TO PRINT-CC.
           MOVE QTRWAGE-TITLE-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           MOVE QTRWAGE-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 2 TO RPT-LINE-COUNT.

       READ-EARNINGS-YEAR.
           READ EARN-YEAR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       REPORT-ONE-EMPLOYEE.
      *    Other years, and anyone with no pay week in the quarter,
      *    are passed over.
           IF EY-YEAR NOT = WS-REPORT-YEAR
               OR EY-Q-WEEKS-PAID (WS-REPORT-QUARTER) = 0
               PERFORM READ-EARNINGS-YEAR
               GO TO REPORT-ONE-EMPLOYEE-EXIT
           END-IF.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           MOVE EY-EMP-ID TO DTL-EMP-ID.
           MOVE EY-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               KEY IS EMP-ID
               INVALID KEY
                   ADD 1 TO WS-NO-MASTER-COUNT
                   MOVE "** NO MASTER **" TO DTL-EMP-NAME
                   MOVE SPACES TO DTL-DEPARTMENT
               NOT INVALID KEY
                   MOVE EMP-NAME TO DTL-EMP-NAME
                   MOVE EMP-DEPARTMENT TO DTL-DEPARTMENT
           END-READ.
           MOVE EY-Q-REG-HOURS (WS-REPORT-QUARTER) TO DTL-REG-HOURS.
           MOVE EY-Q-OT-HOURS (WS-REPORT-QUARTER) TO DTL-OT-HOURS.
           MOVE EY-Q-GROSS-PAY (WS-REPORT-QUARTER) TO DTL-GROSS-PAY.
           MOVE EY-Q-TAX-WITHHELD (WS-REPORT-QUARTER)
               TO DTL-TAX-WITHHELD.
           MOVE EY-Q-BENEFIT (WS-REPORT-QUARTER) TO DTL-BENEFIT.
           MOVE EY-Q-GARNISHED (WS-REPORT-QUARTER) TO DTL-GARNISHED.
           MOVE EY-Q-NET-PAY (WS-REPORT-QUARTER) TO DTL-NET-PAY.
           MOVE EY-Y-GROSS-PAY TO DTL-YTD-GROSS.
           MOVE EY-Y-TAX-WITHHELD TO DTL-YTD-TAX.
           MOVE " " TO PRINT-CC.
           MOVE QTRWAGE-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           ADD EY-Q-REG-HOURS (WS-REPORT-QUARTER) TO WS-TOT-REG-HOURS.
           ADD EY-Q-OT-HOURS (WS-REPORT-QUARTER) TO WS-TOT-OT-HOURS.
           ADD EY-Q-GROSS-PAY (WS-REPORT-QUARTER)
               TO WS-TOT-GROSS-PAY.
           ADD EY-Q-TAX-WITHHELD (WS-REPORT-QUARTER)
               TO WS-TOT-TAX-WITHHELD.
           ADD EY-Q-BENEFIT (WS-REPORT-QUARTER) TO WS-TOT-BENEFIT.
           ADD EY-Q-GARNISHED (WS-REPORT-QUARTER)
               TO WS-TOT-GARNISHED.
           ADD EY-Q-NET-PAY (WS-REPORT-QUARTER) TO WS-TOT-NET-PAY.
           ADD EY-Y-GROSS-PAY TO WS-TOT-YTD-GROSS.
           ADD EY-Y-TAX-WITHHELD TO WS-TOT-YTD-TAX.
           PERFORM READ-EARNINGS-YEAR.

       REPORT-ONE-EMPLOYEE-EXIT.
           EXIT.

       PRINT-COMPANY-TOTALS.
           MOVE " " TO PRINT-CC.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "COMPANY QUARTER REG HOURS:" TO TOT-LABEL.
           MOVE WS-TOT-REG-HOURS TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "COMPANY QUARTER OT HOURS:" TO TOT-LABEL.
           MOVE WS-TOT-OT-HOURS TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "COMPANY QUARTER GROSS:" TO TOT-LABEL.
           MOVE WS-TOT-GROSS-PAY TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "COMPANY QUARTER TAX WITHHELD:" TO TOT-LABEL.
           MOVE WS-TOT-TAX-WITHHELD TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "COMPANY QUARTER BENEFITS:" TO TOT-LABEL.
           MOVE WS-TOT-BENEFIT TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "COMPANY QUARTER GARNISHMENTS:" TO TOT-LABEL.
           MOVE WS-TOT-GARNISHED TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "COMPANY QUARTER NET PAY:" TO TOT-LABEL.
           MOVE WS-TOT-NET-PAY TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "COMPANY YEAR-TO-DATE GROSS:" TO TOT-LABEL.
           MOVE WS-TOT-YTD-GROSS TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "COMPANY YEAR-TO-DATE TAX:" TO TOT-LABEL.
           MOVE WS-TOT-YTD-TAX TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.

       PRINT-ONE-TOTAL.
           MOVE " " TO PRINT-CC.
           MOVE QTRWAGE-TOTAL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

           COPY PARMPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
