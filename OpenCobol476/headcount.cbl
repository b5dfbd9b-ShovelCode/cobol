       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEADCNT.
      ******************************************************************
      * Purpose: Monthly headcount and turnover report by department.
      *          For the calendar month holding the business date (or
      *          the parameter card's run date, to reprint an earlier
      *          month) prints, for each EMP-DEPARTMENT, the opening
      *          headcount, hires, terminations, transfers in and out
      *          from the department transfer history, the closing
      *          headcount and the annualized turnover percent -
      *          terminations over the average of opening and closing
      *          headcount, times twelve - then the company line.
      *          Each employee is counted in the department held on
      *          the day in question: the old department of the first
      *          transfer dated after that day, or the master's
      *          department if there is none. A zero hire date
      *          predates the field and counts as hired before any
      *          month. An employee terminated before the termination
      *          date was carried cannot be placed in a month and is
      *          left out of every figure. Lists last, with the
      *          reason code, everyone terminated in the month within
      *          90 days of hire.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-FILE-STATUS.

           COPY ETRHSEL.

           SELECT PRINT-FILE ASSIGN TO "headcnt.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY PARMSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

           COPY ETRHFD.
           COPY PARMFD.
           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  EMPLOYEE-FILE-STATUS    PIC XX.
       01  WS-EMPLOYEE-EOF-SWITCH  PIC X       VALUE "N".
           88  END-OF-EMPLOYEES                VALUE "Y".
       01  WS-HISTORY-EOF-SWITCH   PIC X       VALUE "N".
           88  END-OF-TRANSFER-HISTORY         VALUE "Y".

       01  WS-REPORT-DATE          PIC 9(8).
       01  WS-MONTH-START-DATE.
           05  WS-START-YEAR       PIC 9(4).
           05  WS-START-MONTH      PIC 99.
           05  WS-START-DAY        PIC 99.
       01  WS-MONTH-START REDEFINES WS-MONTH-START-DATE
                                   PIC 9(8).
       01  WS-NEXT-MONTH-DATE.
           05  WS-NEXT-YEAR        PIC 9(4).
           05  WS-NEXT-MONTH       PIC 99.
           05  WS-NEXT-DAY         PIC 99.
       01  WS-NEXT-MONTH-START REDEFINES WS-NEXT-MONTH-DATE
                                   PIC 9(8).
       01  WS-MONTH-END            PIC 9(8).
       01  WS-PRIOR-MONTH-END      PIC 9(8).

      *    Turnover policy: a termination this many days or fewer
      *    after the hire date is listed as an early termination.
       01  WS-EARLY-TERM-DAYS      PIC 9(3)    VALUE 90.

       01  WS-TERM-DATE            PIC 9(8).
       01  WS-DAYS-EMPLOYED        PIC 9(7).
       01  WS-AS-OF-DATE           PIC 9(8).
       01  WS-AS-OF-DEPT           PIC X(10).
       01  WS-TALLY-DEPT           PIC X(10).
      *    Figure columns: 1 opening, 2 hires, 3 terminations,
      *    4 transfers in, 5 transfers out, 6 closing.
       01  WS-TALLY-COLUMN         PIC 9.
       01  WS-FOUND-SWITCH         PIC X.
           88  TRANSFER-FOUND                  VALUE "Y".
       01  WS-AVERAGE-HEADCOUNT    PIC 9(5)V9.
       01  WS-TURNOVER-PCT         PIC 9(5)V9.

       01  WS-EMPLOYEE-COUNT       PIC 9(5)    VALUE 0.
       01  WS-UNDATED-TERM-COUNT   PIC 9(5)    VALUE 0.
       01  WS-TABLE-FULL-SWITCH    PIC X       VALUE "N".
           88  A-TABLE-OVERFLOWED              VALUE "Y".

      *    The transfers that can move anyone's department on or
      *    after the first of the month, in the order they were made.
       01  WS-XFER-SUB             PIC 9(4).
       01  WS-XFER-TABLE.
           05  WS-XFER-COUNT       PIC 9(4)    VALUE 0.
           05  WS-XFER-ENTRY OCCURS 2000 TIMES.
               10  WS-XFER-EMP-ID  PIC 9(5).
               10  WS-XFER-DATE    PIC 9(8).
               10  WS-XFER-OLD-DEPT PIC X(10).

       01  WS-DEPT-SUB             PIC 9(3).
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT       PIC 9(3)    VALUE 0.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES
                   INDEXED BY DEPT-IDX.
               10  WS-DEPT-NAME    PIC X(10).
               10  WS-DEPT-FIGURES.
                   15  WS-DEPT-FIGURE PIC 9(5) OCCURS 6 TIMES.

       01  WS-COMPANY-FIGURES.
           05  WS-COMPANY-FIGURE   PIC 9(5)    OCCURS 6 TIMES.
       01  WS-LINE-FIGURES.
           05  WS-LINE-FIGURE      PIC 9(5)    OCCURS 6 TIMES.

       01  WS-EARLY-SUB            PIC 9(3).
       01  WS-EARLY-TABLE.
           05  WS-EARLY-COUNT      PIC 9(3)    VALUE 0.
           05  WS-EARLY-ENTRY OCCURS 200 TIMES.
               10  WS-EARLY-EMP-ID PIC 9(5).
               10  WS-EARLY-NAME   PIC X(30).
               10  WS-EARLY-DEPT   PIC X(10).
               10  WS-EARLY-HIRED  PIC 9(8).
               10  WS-EARLY-TERMED PIC 9(8).
               10  WS-EARLY-DAYS   PIC 9(3).
               10  WS-EARLY-REASON PIC X.

           COPY ETRHWS.
           COPY PARMWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  HEADCNT-TITLE-LINE.
           05  FILLER              PIC X(33) VALUE
               "HEADCOUNT AND TURNOVER - MONTH ".
           05  TTL-MONTH           PIC 99.
           05  FILLER              PIC X     VALUE "/".
           05  TTL-YEAR            PIC 9(4).
           05  FILLER              PIC X(4)  VALUE "  (".
           05  TTL-FROM-DATE       PIC 9(8).
           05  FILLER              PIC X(4)  VALUE " TO ".
           05  TTL-THRU-DATE       PIC 9(8).
           05  FILLER              PIC X     VALUE ")".
           05  FILLER              PIC X(67) VALUE SPACES.

       01  HEADCNT-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "DEPARTMENT".
           05  FILLER              PIC X(9)  VALUE "  OPENING".
           05  FILLER              PIC X(9)  VALUE "    HIRES".
           05  FILLER              PIC X(9)  VALUE "    TERMS".
           05  FILLER              PIC X(9)  VALUE "  XFER-IN".
           05  FILLER              PIC X(9)  VALUE " XFER-OUT".
           05  FILLER              PIC X(9)  VALUE "  CLOSING".
           05  FILLER              PIC X(10) VALUE " TURNOVER%".
           05  FILLER              PIC X(56) VALUE SPACES.

       01  HEADCNT-DETAIL-LINE.
           05  DTL-DEPARTMENT      PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-FIGURE-GROUP OCCURS 6 TIMES.
               10  FILLER          PIC X(3).
               10  DTL-FIGURE      PIC ZZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-TURNOVER-PCT    PIC ZZZZ9.9.
           05  FILLER              PIC X(56) VALUE SPACES.

       01  HEADCNT-EARLY-HEADING.
           05  FILLER              PIC X(36) VALUE
               "TERMINATED WITHIN 90 DAYS OF HIRE:".
           05  FILLER              PIC X(96) VALUE SPACES.

       01  HEADCNT-EARLY-COLUMNS.
           05  FILLER              PIC X(6)  VALUE "EMP".
           05  FILLER              PIC X(31) VALUE "EMPLOYEE-NAME".
           05  FILLER              PIC X(11) VALUE "DEPT".
           05  FILLER              PIC X(9)  VALUE "HIRED".
           05  FILLER              PIC X(9)  VALUE "TERMED".
           05  FILLER              PIC X(5)  VALUE "DAYS".
           05  FILLER              PIC X(6)  VALUE "REASON".
           05  FILLER              PIC X(55) VALUE SPACES.

       01  HEADCNT-EARLY-LINE.
           05  ERL-EMP-ID          PIC 9(5).
           05  FILLER              PIC X     VALUE SPACE.
           05  ERL-EMP-NAME        PIC X(30).
           05  FILLER              PIC X     VALUE SPACE.
           05  ERL-DEPARTMENT      PIC X(10).
           05  FILLER              PIC X     VALUE SPACE.
           05  ERL-HIRE-DATE       PIC 9(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  ERL-TERM-DATE       PIC 9(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  ERL-DAYS            PIC ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  ERL-REASON          PIC X.
           05  FILLER              PIC X(58) VALUE SPACES.

       01  HEADCNT-NONE-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(40) VALUE
               "NONE THIS MONTH".
           05  FILLER              PIC X(88) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "HEADCNT" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-PARAMETER-CARD.
           PERFORM SET-REPORT-MONTH.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS NOT = "00"
               DISPLAY "NO EMPLOYEE FILE - NOTHING TO REPORT"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM LOAD-TRANSFER-HISTORY
               THRU LOAD-TRANSFER-HISTORY-EXIT.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-FILE
               KEY IS GREATER THAN OR EQUAL TO EMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-EMPLOYEE-EOF-SWITCH
           END-START.
           IF NOT END-OF-EMPLOYEES
               PERFORM READ-NEXT-EMPLOYEE
           END-IF.
           PERFORM COUNT-ONE-EMPLOYEE
               THRU COUNT-ONE-EMPLOYEE-EXIT
               UNTIL END-OF-EMPLOYEES.
           CLOSE EMPLOYEE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "HEADCNT" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           MOVE ZEROES TO WS-COMPANY-FIGURES.
           PERFORM PRINT-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
           PERFORM PRINT-COMPANY-LINE.
           PERFORM PRINT-EARLY-TERMINATIONS.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           DISPLAY "HEADCOUNT REPORT COMPLETE - MONTH "
               WS-START-MONTH "/" WS-START-YEAR ", "
               WS-EMPLOYEE-COUNT " EMPLOYEES, "
               WS-UNDATED-TERM-COUNT " UNDATED TERMINATIONS LEFT OUT".
           IF A-TABLE-OVERFLOWED
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       SET-REPORT-MONTH.
      *    The first and last day of the month holding the report
      *    date, and the day before the first - the opening count is
      *    taken as of the close of that day.
           MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE.
           IF PARM-RUN-DATE-OVERRIDE NOT = 0
               MOVE PARM-RUN-DATE-OVERRIDE TO WS-REPORT-DATE
           END-IF.
           MOVE WS-REPORT-DATE TO WS-MONTH-START.
           MOVE 1 TO WS-START-DAY.
           MOVE WS-MONTH-START TO WS-NEXT-MONTH-START.
           IF WS-START-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START) - 1).
           COMPUTE WS-PRIOR-MONTH-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-MONTH-START) - 1).

       LOAD-TRANSFER-HISTORY.
      *    No history file just means no one has changed department.
           OPEN INPUT TRANSFER-HISTORY-FILE.
           IF TRANSFER-HISTORY-STATUS NOT = "00"
               GO TO LOAD-TRANSFER-HISTORY-EXIT
           END-IF.
           PERFORM READ-TRANSFER-HISTORY.
           PERFORM LOAD-ONE-TRANSFER
               UNTIL END-OF-TRANSFER-HISTORY.
           CLOSE TRANSFER-HISTORY-FILE.

       LOAD-TRANSFER-HISTORY-EXIT.
           EXIT.

       READ-TRANSFER-HISTORY.
           READ TRANSFER-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-SWITCH
           END-READ.

       LOAD-ONE-TRANSFER.
      *    Transfers made during the month are counted here, in and
      *    out; every transfer from the first of the month on is
      *    kept to place employees in their departments by date.
           IF ET-CHANGE-DATE NOT < WS-MONTH-START
               AND ET-CHANGE-DATE NOT > WS-MONTH-END
               MOVE ET-NEW-DEPARTMENT TO WS-TALLY-DEPT
               MOVE 4 TO WS-TALLY-COLUMN
               PERFORM TALLY-DEPARTMENT
               MOVE ET-OLD-DEPARTMENT TO WS-TALLY-DEPT
               MOVE 5 TO WS-TALLY-COLUMN
               PERFORM TALLY-DEPARTMENT
           END-IF.
           IF ET-CHANGE-DATE NOT < WS-MONTH-START
               IF WS-XFER-COUNT < 2000
                   ADD 1 TO WS-XFER-COUNT
                   MOVE ET-EMP-ID
                       TO WS-XFER-EMP-ID (WS-XFER-COUNT)
                   MOVE ET-CHANGE-DATE
                       TO WS-XFER-DATE (WS-XFER-COUNT)
                   MOVE ET-OLD-DEPARTMENT
                       TO WS-XFER-OLD-DEPT (WS-XFER-COUNT)
               ELSE
                   DISPLAY "WARNING - transfer table full, "
                       "transfer for " ET-EMP-ID " NOT LOADED"
                   MOVE "Y" TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF.
           PERFORM READ-TRANSFER-HISTORY.

       READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EMPLOYEE-EOF-SWITCH
           END-READ.

       COUNT-ONE-EMPLOYEE.
      *    A still-employed employee's termination date is taken as
      *    the end of time, so one set of tests serves everyone.
           IF EMP-TERMINATED AND EMP-TERM-DATE = 0
               ADD 1 TO WS-UNDATED-TERM-COUNT
               PERFORM READ-NEXT-EMPLOYEE
               GO TO COUNT-ONE-EMPLOYEE-EXIT
           END-IF.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           IF EMP-TERMINATED
               MOVE EMP-TERM-DATE TO WS-TERM-DATE
           ELSE
               MOVE 99999999 TO WS-TERM-DATE
           END-IF.
           IF EMP-HIRE-DATE NOT > WS-PRIOR-MONTH-END
               AND WS-TERM-DATE > WS-PRIOR-MONTH-END
               MOVE WS-PRIOR-MONTH-END TO WS-AS-OF-DATE
               MOVE 1 TO WS-TALLY-COLUMN
               PERFORM TALLY-AS-OF-DEPARTMENT
           END-IF.
           IF EMP-HIRE-DATE NOT < WS-MONTH-START
               AND EMP-HIRE-DATE NOT > WS-MONTH-END
               MOVE EMP-HIRE-DATE TO WS-AS-OF-DATE
               MOVE 2 TO WS-TALLY-COLUMN
               PERFORM TALLY-AS-OF-DEPARTMENT
           END-IF.
           IF WS-TERM-DATE NOT < WS-MONTH-START
               AND WS-TERM-DATE NOT > WS-MONTH-END
               MOVE WS-TERM-DATE TO WS-AS-OF-DATE
               MOVE 3 TO WS-TALLY-COLUMN
               PERFORM TALLY-AS-OF-DEPARTMENT
               PERFORM CHECK-EARLY-TERMINATION
                   THRU CHECK-EARLY-TERMINATION-EXIT
           END-IF.
           IF EMP-HIRE-DATE NOT > WS-MONTH-END
               AND WS-TERM-DATE > WS-MONTH-END
               MOVE WS-MONTH-END TO WS-AS-OF-DATE
               MOVE 6 TO WS-TALLY-COLUMN
               PERFORM TALLY-AS-OF-DEPARTMENT
           END-IF.
           PERFORM READ-NEXT-EMPLOYEE.

       COUNT-ONE-EMPLOYEE-EXIT.
           EXIT.

       TALLY-AS-OF-DEPARTMENT.
           PERFORM FIND-DEPARTMENT-AS-OF.
           MOVE WS-AS-OF-DEPT TO WS-TALLY-DEPT.
           PERFORM TALLY-DEPARTMENT.

       FIND-DEPARTMENT-AS-OF.
      *    The department held at the close of WS-AS-OF-DATE: the
      *    old department of the employee's first transfer dated
      *    after it, or the master's if none has been made since.
           MOVE EMP-DEPARTMENT TO WS-AS-OF-DEPT.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM CHECK-ONE-TRANSFER
               VARYING WS-XFER-SUB FROM 1 BY 1
               UNTIL WS-XFER-SUB > WS-XFER-COUNT
                   OR TRANSFER-FOUND.

       CHECK-ONE-TRANSFER.
           IF WS-XFER-EMP-ID (WS-XFER-SUB) = EMP-ID
               AND WS-XFER-DATE (WS-XFER-SUB) > WS-AS-OF-DATE
               MOVE WS-XFER-OLD-DEPT (WS-XFER-SUB) TO WS-AS-OF-DEPT
               MOVE "Y" TO WS-FOUND-SWITCH
           END-IF.

       TALLY-DEPARTMENT.
           SET DEPT-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
               VARYING DEPT-IDX
               AT END
                   PERFORM ADD-DEPARTMENT-ENTRY
               WHEN DEPT-IDX > WS-DEPT-COUNT
                   PERFORM ADD-DEPARTMENT-ENTRY
               WHEN WS-DEPT-NAME (DEPT-IDX) = WS-TALLY-DEPT
                   ADD 1 TO WS-DEPT-FIGURE (DEPT-IDX, WS-TALLY-COLUMN)
           END-SEARCH.

       ADD-DEPARTMENT-ENTRY.
           IF WS-DEPT-COUNT < 100
               ADD 1 TO WS-DEPT-COUNT
               SET DEPT-IDX TO WS-DEPT-COUNT
               MOVE WS-TALLY-DEPT TO WS-DEPT-NAME (DEPT-IDX)
               MOVE ZEROES TO WS-DEPT-FIGURES (DEPT-IDX)
               MOVE 1 TO WS-DEPT-FIGURE (DEPT-IDX, WS-TALLY-COLUMN)
           ELSE
               DISPLAY "WARNING - department table full, "
                   WS-TALLY-DEPT " NOT COUNTED"
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
           END-IF.

       CHECK-EARLY-TERMINATION.
           IF EMP-HIRE-DATE = 0
               GO TO CHECK-EARLY-TERMINATION-EXIT
           END-IF.
           COMPUTE WS-DAYS-EMPLOYED =
               FUNCTION INTEGER-OF-DATE (WS-TERM-DATE)
               - FUNCTION INTEGER-OF-DATE (EMP-HIRE-DATE).
           IF WS-DAYS-EMPLOYED > WS-EARLY-TERM-DAYS
               GO TO CHECK-EARLY-TERMINATION-EXIT
           END-IF.
           IF WS-EARLY-COUNT NOT < 200
               DISPLAY "WARNING - early termination table full, "
                   EMP-ID " NOT LISTED"
               MOVE "Y" TO WS-TABLE-FULL-SWITCH
               GO TO CHECK-EARLY-TERMINATION-EXIT
           END-IF.
           ADD 1 TO WS-EARLY-COUNT.
           MOVE EMP-ID           TO WS-EARLY-EMP-ID (WS-EARLY-COUNT).
           MOVE EMP-NAME         TO WS-EARLY-NAME (WS-EARLY-COUNT).
           MOVE WS-AS-OF-DEPT    TO WS-EARLY-DEPT (WS-EARLY-COUNT).
           MOVE EMP-HIRE-DATE    TO WS-EARLY-HIRED (WS-EARLY-COUNT).
           MOVE WS-TERM-DATE     TO WS-EARLY-TERMED (WS-EARLY-COUNT).
           MOVE WS-DAYS-EMPLOYED TO WS-EARLY-DAYS (WS-EARLY-COUNT).
           MOVE EMP-TERM-REASON  TO WS-EARLY-REASON (WS-EARLY-COUNT).

       CHECK-EARLY-TERMINATION-EXIT.
           EXIT.

       PRINT-COLUMN-HEADINGS.
           MOVE WS-START-MONTH TO TTL-MONTH.
           MOVE WS-START-YEAR TO TTL-YEAR.
           MOVE WS-MONTH-START TO TTL-FROM-DATE.
           MOVE WS-MONTH-END TO TTL-THRU-DATE.
           MOVE " " TO PRINT-CC.
           MOVE HEADCNT-TITLE-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           MOVE HEADCNT-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 2 TO RPT-LINE-COUNT.

       PRINT-ONE-DEPARTMENT.
           MOVE WS-DEPT-NAME (WS-DEPT-SUB) TO DTL-DEPARTMENT.
           MOVE WS-DEPT-FIGURES (WS-DEPT-SUB) TO WS-LINE-FIGURES.
           PERFORM ADD-TO-COMPANY-FIGURES
               VARYING WS-TALLY-COLUMN FROM 1 BY 1
               UNTIL WS-TALLY-COLUMN > 6.
           PERFORM PRINT-FIGURES-LINE.

       ADD-TO-COMPANY-FIGURES.
           ADD WS-LINE-FIGURE (WS-TALLY-COLUMN)
               TO WS-COMPANY-FIGURE (WS-TALLY-COLUMN).

       PRINT-COMPANY-LINE.
           MOVE " " TO PRINT-CC.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "COMPANY" TO DTL-DEPARTMENT.
           MOVE WS-COMPANY-FIGURES TO WS-LINE-FIGURES.
           PERFORM PRINT-FIGURES-LINE.

       PRINT-FIGURES-LINE.
      *    Annualized turnover: the month's terminations over the
      *    average of the opening and closing headcount, times 12.
           PERFORM MOVE-ONE-FIGURE
               VARYING WS-TALLY-COLUMN FROM 1 BY 1
               UNTIL WS-TALLY-COLUMN > 6.
           COMPUTE WS-AVERAGE-HEADCOUNT =
               (WS-LINE-FIGURE (1) + WS-LINE-FIGURE (6)) / 2.
           IF WS-AVERAGE-HEADCOUNT = 0
               MOVE 0 TO WS-TURNOVER-PCT
           ELSE
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                   WS-LINE-FIGURE (3) * 12 * 100
                   / WS-AVERAGE-HEADCOUNT
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-TURNOVER-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-TURNOVER-PCT TO DTL-TURNOVER-PCT.
           MOVE " " TO PRINT-CC.
           MOVE HEADCNT-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       MOVE-ONE-FIGURE.
           MOVE SPACES TO DTL-FIGURE-GROUP (WS-TALLY-COLUMN).
           MOVE WS-LINE-FIGURE (WS-TALLY-COLUMN)
               TO DTL-FIGURE (WS-TALLY-COLUMN).

       PRINT-EARLY-TERMINATIONS.
           MOVE " " TO PRINT-CC.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE HEADCNT-EARLY-HEADING TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           IF WS-EARLY-COUNT = 0
               MOVE HEADCNT-NONE-LINE TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
           ELSE
               MOVE HEADCNT-EARLY-COLUMNS TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
               PERFORM PRINT-ONE-EARLY-TERMINATION
                   VARYING WS-EARLY-SUB FROM 1 BY 1
                   UNTIL WS-EARLY-SUB > WS-EARLY-COUNT
           END-IF.

       PRINT-ONE-EARLY-TERMINATION.
           MOVE WS-EARLY-EMP-ID (WS-EARLY-SUB) TO ERL-EMP-ID.
           MOVE WS-EARLY-NAME (WS-EARLY-SUB)   TO ERL-EMP-NAME.
           MOVE WS-EARLY-DEPT (WS-EARLY-SUB)   TO ERL-DEPARTMENT.
           MOVE WS-EARLY-HIRED (WS-EARLY-SUB)  TO ERL-HIRE-DATE.
           MOVE WS-EARLY-TERMED (WS-EARLY-SUB) TO ERL-TERM-DATE.
           MOVE WS-EARLY-DAYS (WS-EARLY-SUB)   TO ERL-DAYS.
           MOVE WS-EARLY-REASON (WS-EARLY-SUB) TO ERL-REASON.
           MOVE " " TO PRINT-CC.
           MOVE HEADCNT-EARLY-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

           COPY PARMPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
