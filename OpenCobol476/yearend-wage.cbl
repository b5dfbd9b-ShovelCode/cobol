       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEWAGE.
      ******************************************************************
      * Purpose: Year-end wage statements and the earnings year close.
      *          Prints one statement page per employee paid in the
      *          year of the business date (or the parameter card's
      *          run date, to reissue an earlier year) from the
      *          employee earnings history PAYCALC posts - name and
      *          department from EMPLOYEE-FILE, each quarter's weeks
      *          paid, hours, gross, tax withheld, benefits,
      *          garnishments and net pay, and the annual totals.
      *          Run in December it also closes the year: every
      *          statement printed marks its year record closed and
      *          the next year's record is started at zero, so the
      *          new year's accumulators begin clean while the old
      *          year stays on file exactly as its statements show.
      *          A statement for a year already closed prints as a
      *          reissue; a run outside December prints interim
      *          statements and closes nothing.
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

           SELECT PRINT-FILE ASSIGN TO "yewage.prt"
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
       01  WS-CLOSE-SWITCH         PIC X       VALUE "N".
           88  CLOSING-THE-YEAR                VALUE "Y".
       01  WS-REPORT-DATE          PIC 9(8).
       01  WS-REPORT-YEAR          PIC 9(4).
       01  WS-REPORT-MONTH         PIC 99.
       01  WS-QUARTER-SUB          PIC 9.
       01  WS-HOLD-EMP-ID          PIC 9(5).
       01  WS-STATEMENT-COUNT      PIC 9(5)    VALUE 0.
       01  WS-REISSUE-COUNT        PIC 9(5)    VALUE 0.
       01  WS-NO-MASTER-COUNT      PIC 9(5)    VALUE 0.
       01  WS-STARTED-COUNT        PIC 9(5)    VALUE 0.

           COPY PARMWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  YEWAGE-TITLE-LINE.
           05  FILLER              PIC X(27) VALUE
               "WAGE AND TAX STATEMENT FOR ".
           05  TTL-YEAR            PIC 9(4).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  TTL-STATUS          PIC X(30).
           05  FILLER              PIC X(68) VALUE SPACES.

       01  YEWAGE-EMPLOYEE-LINE.
           05  FILLER              PIC X(10) VALUE "EMPLOYEE: ".
           05  EML-EMP-ID          PIC 9(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EML-EMP-NAME        PIC X(30).
           05  FILLER              PIC X(8)  VALUE "  DEPT: ".
           05  EML-DEPARTMENT      PIC X(10).
           05  FILLER              PIC X(67) VALUE SPACES.

       01  YEWAGE-COLUMN-HEADINGS.
           05  FILLER              PIC X(10) VALUE "PERIOD".
           05  FILLER              PIC X(6)  VALUE "WEEKS".
           05  FILLER              PIC X(10) VALUE "  REG-HRS".
           05  FILLER              PIC X(10) VALUE "   OT-HRS".
           05  FILLER              PIC X(14) VALUE "         GROSS".
           05  FILLER              PIC X(14) VALUE "  TAX WITHHELD".
           05  FILLER              PIC X(14) VALUE "      BENEFITS".
           05  FILLER              PIC X(14) VALUE "  GARNISHMENTS".
           05  FILLER              PIC X(14) VALUE "       NET PAY".
           05  FILLER              PIC X(26) VALUE SPACES.

       01  YEWAGE-DETAIL-LINE.
           05  DTL-PERIOD          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-WEEKS-PAID      PIC Z9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  DTL-REG-HOURS       PIC ZZZZZ9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-OT-HOURS        PIC ZZZZZ9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-GROSS-PAY       PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-TAX-WITHHELD    PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-BENEFIT         PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-GARNISHED       PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-NET-PAY         PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "YEWAGE" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-PARAMETER-CARD.
           PERFORM SET-STATEMENT-YEAR.
           OPEN I-O EARN-YEAR-FILE.
           IF EARN-YEAR-STATUS NOT = "00"
               DISPLAY "NO EARNINGS HISTORY FILE - NOTHING TO REPORT"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "YEWAGE" TO RPT-PROGRAM-NAME.
           MOVE 0 TO RPT-PAGE-NUMBER.
           MOVE LOW-VALUES TO EY-YEAR-KEY.
           START EARN-YEAR-FILE
               KEY IS GREATER THAN OR EQUAL TO EY-YEAR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-EARNINGS
               PERFORM READ-EARNINGS-YEAR
           END-IF.
           PERFORM STATEMENT-ONE-EMPLOYEE
               THRU STATEMENT-ONE-EMPLOYEE-EXIT
               UNTIL END-OF-EARNINGS.
           IF WS-STATEMENT-COUNT = 0
               ADD 1 TO RPT-PAGE-NUMBER
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE EARN-YEAR-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "YEAR-END WAGE STATEMENTS COMPLETE - "
               WS-REPORT-YEAR ", " WS-STATEMENT-COUNT
               " STATEMENTS, " WS-REISSUE-COUNT " REISSUED, "
               WS-STARTED-COUNT " NEW-YEAR RECORDS STARTED".
           IF WS-NO-MASTER-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       SET-STATEMENT-YEAR.
      *    Only a December run closes the year; a run from a date in
      *    any other month is for an interim look at the year so far.
           MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE.
           IF PARM-RUN-DATE-OVERRIDE NOT = 0
               MOVE PARM-RUN-DATE-OVERRIDE TO WS-REPORT-DATE
           END-IF.
           MOVE WS-REPORT-DATE (1:4) TO WS-REPORT-YEAR.
           MOVE WS-REPORT-DATE (5:2) TO WS-REPORT-MONTH.
           IF WS-REPORT-MONTH = 12
               MOVE "Y" TO WS-CLOSE-SWITCH
           END-IF.

       READ-EARNINGS-YEAR.
           READ EARN-YEAR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       STATEMENT-ONE-EMPLOYEE.
           IF EY-YEAR NOT = WS-REPORT-YEAR
               OR EY-Y-WEEKS-PAID = 0
               PERFORM READ-EARNINGS-YEAR
               GO TO STATEMENT-ONE-EMPLOYEE-EXIT
           END-IF.
           ADD 1 TO WS-STATEMENT-COUNT.
           ADD 1 TO RPT-PAGE-NUMBER.
           PERFORM PRINT-REPORT-HEADER.
           MOVE WS-REPORT-YEAR TO TTL-YEAR.
           EVALUATE TRUE
               WHEN EY-YEAR-CLOSED
                   ADD 1 TO WS-REISSUE-COUNT
                   MOVE "** REISSUED STATEMENT **" TO TTL-STATUS
               WHEN CLOSING-THE-YEAR
                   MOVE SPACES TO TTL-STATUS
               WHEN OTHER
                   MOVE "** INTERIM - YEAR NOT CLOSED **"
                       TO TTL-STATUS
           END-EVALUATE.
           MOVE " " TO PRINT-CC.
           MOVE YEWAGE-TITLE-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM PRINT-EMPLOYEE-LINE.
           MOVE " " TO PRINT-CC.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE YEWAGE-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM PRINT-QUARTER-LINE
               VARYING WS-QUARTER-SUB FROM 1 BY 1
               UNTIL WS-QUARTER-SUB > 4.
           PERFORM PRINT-YEAR-LINE.
           IF CLOSING-THE-YEAR
               PERFORM CLOSE-EARNINGS-YEAR
           END-IF.
           PERFORM READ-EARNINGS-YEAR.

       STATEMENT-ONE-EMPLOYEE-EXIT.
           EXIT.

       PRINT-EMPLOYEE-LINE.
           MOVE EY-EMP-ID TO EML-EMP-ID.
           MOVE EY-EMP-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               KEY IS EMP-ID
               INVALID KEY
                   ADD 1 TO WS-NO-MASTER-COUNT
                   MOVE "** NO MASTER RECORD **" TO EML-EMP-NAME
                   MOVE SPACES TO EML-DEPARTMENT
               NOT INVALID KEY
                   MOVE EMP-NAME TO EML-EMP-NAME
                   MOVE EMP-DEPARTMENT TO EML-DEPARTMENT
           END-READ.
           MOVE " " TO PRINT-CC.
           MOVE YEWAGE-EMPLOYEE-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-QUARTER-LINE.
           MOVE SPACES TO DTL-PERIOD.
           STRING "QUARTER " WS-QUARTER-SUB DELIMITED BY SIZE
               INTO DTL-PERIOD.
           MOVE EY-Q-WEEKS-PAID (WS-QUARTER-SUB) TO DTL-WEEKS-PAID.
           MOVE EY-Q-REG-HOURS (WS-QUARTER-SUB) TO DTL-REG-HOURS.
           MOVE EY-Q-OT-HOURS (WS-QUARTER-SUB) TO DTL-OT-HOURS.
           MOVE EY-Q-GROSS-PAY (WS-QUARTER-SUB) TO DTL-GROSS-PAY.
           MOVE EY-Q-TAX-WITHHELD (WS-QUARTER-SUB)
               TO DTL-TAX-WITHHELD.
           MOVE EY-Q-BENEFIT (WS-QUARTER-SUB) TO DTL-BENEFIT.
           MOVE EY-Q-GARNISHED (WS-QUARTER-SUB) TO DTL-GARNISHED.
           MOVE EY-Q-NET-PAY (WS-QUARTER-SUB) TO DTL-NET-PAY.
           MOVE " " TO PRINT-CC.
           MOVE YEWAGE-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-YEAR-LINE.
           MOVE "YEAR" TO DTL-PERIOD.
           MOVE EY-Y-WEEKS-PAID TO DTL-WEEKS-PAID.
           MOVE EY-Y-REG-HOURS TO DTL-REG-HOURS.
           MOVE EY-Y-OT-HOURS TO DTL-OT-HOURS.
           MOVE EY-Y-GROSS-PAY TO DTL-GROSS-PAY.
           MOVE EY-Y-TAX-WITHHELD TO DTL-TAX-WITHHELD.
           MOVE EY-Y-BENEFIT TO DTL-BENEFIT.
           MOVE EY-Y-GARNISHED TO DTL-GARNISHED.
           MOVE EY-Y-NET-PAY TO DTL-NET-PAY.
           MOVE " " TO PRINT-CC.
           MOVE YEWAGE-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       CLOSE-EARNINGS-YEAR.
      *    The statement year is marked closed as printed; the next
      *    year's record goes on file at zero (unless a pay week has
      *    already started it). Writing it leaves the sequential
      *    position alone - it reads next, as another year, and is
      *    passed over.
           MOVE "C" TO EY-CLOSED-FLAG.
           REWRITE EARN-YEAR-RECORD.
           MOVE EY-EMP-ID TO WS-HOLD-EMP-ID.
           INITIALIZE EARN-YEAR-RECORD.
           MOVE WS-HOLD-EMP-ID TO EY-EMP-ID.
           COMPUTE EY-YEAR = WS-REPORT-YEAR + 1.
           MOVE SPACE TO EY-CLOSED-FLAG.
           WRITE EARN-YEAR-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-STARTED-COUNT
           END-WRITE.

           COPY PARMPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
