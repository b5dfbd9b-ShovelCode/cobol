       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLCARDS.
      ******************************************************************
      * Purpose: Holiday pay cards from the company holiday calendar.
      *          For every holiday on or before the business date
      *          whose cards have not yet been written, appends one
      *          holiday-hours card at the holiday's paid hours to
      *          the timecard file for each eligible employee -
      *          active on the master and hired at least the waiting
      *          period before the holiday - then marks the holiday
      *          done so it is never paid twice. Because the stream
      *          does not run on a non-processing day, the holiday is
      *          picked up the first night after it. The cards are
      *          written approved: the calendar is the authority for
      *          them, not a supervisor's review of hours worked.
      *          Lists every card written and every employee passed
      *          over, with the reason.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HLDYSEL.

           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-FILE-STATUS.

           SELECT TIMECARD-FILE ASSIGN TO "timecard.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TIMECARD-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "holcards.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
           COPY HLDYREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  TIMECARD-FILE.
           COPY TCRDREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  HOLIDAY-FILE-STATUS     PIC XX.
       01  EMPLOYEE-FILE-STATUS    PIC XX.
       01  TIMECARD-FILE-STATUS    PIC XX.
       01  WS-HOLIDAY-EOF-SWITCH   PIC X       VALUE "N".
           88  END-OF-HOLIDAYS                 VALUE "Y".
       01  WS-EMPLOYEE-EOF-SWITCH  PIC X       VALUE "N".
           88  END-OF-EMPLOYEES                VALUE "Y".

      *    Holiday pay policy: a new hire is paid holidays falling
      *    this many days or more after the hire date.
       01  WS-ELIGIBLE-WAIT-DAYS   PIC 9(3)    VALUE 30.
       01  WS-HIRED-BY-DATE        PIC 9(8).
       01  WS-SKIP-REASON          PIC X(30).

       01  WS-HOLIDAY-COUNT        PIC 9(4)    VALUE 0.
       01  WS-CARD-COUNT           PIC 9(6)    VALUE 0.
       01  WS-HOLIDAY-CARDS        PIC 9(6)    VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(6)    VALUE 0.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  HOLCARDS-HOLIDAY-LINE.
           05  FILLER              PIC X(9)  VALUE "HOLIDAY: ".
           05  HOL-DATE            PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  HOL-DESCRIPTION     PIC X(30).
           05  FILLER              PIC X(13) VALUE "  PAID HOURS ".
           05  HOL-HOURS           PIC Z9.99.
           05  FILLER              PIC X(65) VALUE SPACES.

       01  HOLCARDS-DETAIL-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  DTL-EMP-ID          PIC 9(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-EMP-NAME        PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-RESULT          PIC X(30).
           05  FILLER              PIC X(59) VALUE SPACES.

       01  HOLCARDS-HOLIDAY-TOTAL.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(15) VALUE "CARDS WRITTEN: ".
           05  HTL-CARDS           PIC ZZZZZ9.
           05  FILLER              PIC X(107) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "HOLCARDS" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           OPEN I-O HOLIDAY-FILE.
           IF HOLIDAY-FILE-STATUS NOT = "00"
               DISPLAY "NO HOLIDAY CALENDAR - NO HOLIDAY CARDS"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN EXTEND TIMECARD-FILE.
           IF TIMECARD-FILE-STATUS = "05" OR "35"
               OPEN OUTPUT TIMECARD-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "HOLCARDS" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           MOVE LOW-VALUES TO HL-HOLIDAY-DATE.
           START HOLIDAY-FILE
               KEY IS GREATER THAN OR EQUAL TO HL-HOLIDAY-DATE
               INVALID KEY
                   MOVE "Y" TO WS-HOLIDAY-EOF-SWITCH
           END-START.
           IF NOT END-OF-HOLIDAYS
               PERFORM READ-NEXT-HOLIDAY
           END-IF.
           PERFORM PAY-ONE-HOLIDAY
               THRU PAY-ONE-HOLIDAY-EXIT
               UNTIL END-OF-HOLIDAYS.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE HOLIDAY-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE TIMECARD-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "HOLIDAY CARDS COMPLETE - " WS-HOLIDAY-COUNT
               " HOLIDAYS, " WS-CARD-COUNT " CARDS WRITTEN, "
               WS-SKIPPED-COUNT " EMPLOYEES NOT ELIGIBLE".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       READ-NEXT-HOLIDAY.
           READ HOLIDAY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HOLIDAY-EOF-SWITCH
           END-READ.

       PAY-ONE-HOLIDAY.
      *    The calendar is in date order, so the first holiday past
      *    the business date ends the run.
           IF HL-HOLIDAY-DATE > WS-BUSINESS-DATE
               MOVE "Y" TO WS-HOLIDAY-EOF-SWITCH
               GO TO PAY-ONE-HOLIDAY-EXIT
           END-IF.
           IF HL-CARDS-WRITTEN
               PERFORM READ-NEXT-HOLIDAY
               GO TO PAY-ONE-HOLIDAY-EXIT
           END-IF.
           ADD 1 TO WS-HOLIDAY-COUNT.
           MOVE 0 TO WS-HOLIDAY-CARDS.
           COMPUTE WS-HIRED-BY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (HL-HOLIDAY-DATE)
                   - WS-ELIGIBLE-WAIT-DAYS).
           MOVE HL-HOLIDAY-DATE TO HOL-DATE.
           MOVE HL-DESCRIPTION TO HOL-DESCRIPTION.
           MOVE HL-PAID-HOURS TO HOL-HOURS.
           MOVE " " TO PRINT-CC.
           MOVE HOLCARDS-HOLIDAY-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "N" TO WS-EMPLOYEE-EOF-SWITCH.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-FILE
               KEY IS GREATER THAN OR EQUAL TO EMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-EMPLOYEE-EOF-SWITCH
           END-START.
           IF NOT END-OF-EMPLOYEES
               PERFORM READ-NEXT-EMPLOYEE
           END-IF.
           PERFORM CARD-ONE-EMPLOYEE
               UNTIL END-OF-EMPLOYEES.
           MOVE WS-HOLIDAY-CARDS TO HTL-CARDS.
           MOVE " " TO PRINT-CC.
           MOVE HOLCARDS-HOLIDAY-TOTAL TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "Y" TO HL-CARDS-SWITCH.
           MOVE WS-BUSINESS-DATE TO HL-CARDS-RUN-DATE.
           REWRITE HOLIDAY-RECORD.
           PERFORM READ-NEXT-HOLIDAY.

       PAY-ONE-HOLIDAY-EXIT.
           EXIT.

       READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EMPLOYEE-EOF-SWITCH
           END-READ.

       CARD-ONE-EMPLOYEE.
      *    A blank status is an employee loaded before status was
      *    carried - active, as on every other report. So is a zero
      *    hire date, which predates the field.
           MOVE SPACES TO WS-SKIP-REASON.
           IF NOT EMP-ACTIVE AND EMP-STATUS NOT = SPACE
               MOVE "NOT ACTIVE - NO HOLIDAY PAY" TO WS-SKIP-REASON
           END-IF.
           IF EMP-HIRE-DATE > WS-HIRED-BY-DATE
               MOVE "IN WAITING PERIOD - NO PAY" TO WS-SKIP-REASON
           END-IF.
           MOVE EMP-ID TO DTL-EMP-ID.
           MOVE EMP-NAME TO DTL-EMP-NAME.
           IF WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE WS-SKIP-REASON TO DTL-RESULT
           ELSE
               MOVE EMP-ID          TO TC-EMP-ID
               MOVE HL-HOLIDAY-DATE TO TC-WORK-DATE
               MOVE HL-PAID-HOURS   TO TC-HOURS
               MOVE "H"             TO TC-HOURS-TYPE
               MOVE "A"             TO TC-APPROVAL-STATUS
               MOVE SPACES          TO TC-REJECT-REASON
               WRITE TIMECARD-RECORD
               ADD 1 TO WS-CARD-COUNT
               ADD 1 TO WS-HOLIDAY-CARDS
               MOVE "HOLIDAY CARD WRITTEN" TO DTL-RESULT
           END-IF.
           MOVE " " TO PRINT-CC.
           MOVE HOLCARDS-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM READ-NEXT-EMPLOYEE.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
