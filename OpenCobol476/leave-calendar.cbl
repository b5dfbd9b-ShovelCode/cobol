       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVECAL.
      ******************************************************************
      * Purpose: Department absence calendar - who is off over the
      *          next two weeks. Takes every pending and approved leave
      *          request that falls in the fourteen days after the
      *          business date, sorts them by EMP-DEPARTMENT and
      *          employee, and prints one line per request with a
      *          column for each day: the leave type on a day the
      *          employee is off, marked ? while the request still
      *          awaits the supervisor, with weekends and calendar
      *          holidays shown so a gap reads as a gap. Each
      *          department closes with the number approved off on
      *          each day, so a supervisor can see a thin day
      *          before approving one more.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LVRQSEL.
           COPY HLDYSEL.

           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "leavecal.srt".

           SELECT PRINT-FILE ASSIGN TO "leavecal.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-REQUEST-FILE.
           COPY LVRQREC.

       FD  HOLIDAY-FILE.
           COPY HLDYREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-DEPARTMENT       PIC X(10).
           05  SR-EMP-ID           PIC 9(5).
           05  SR-START-DATE       PIC 9(8).
           05  SR-END-DATE         PIC 9(8).
           05  SR-EMP-NAME         PIC X(30).
           05  SR-LEAVE-TYPE       PIC X.
           05  SR-STATUS           PIC X.
               88  SR-APPROVED                 VALUE "A".

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  LEAVE-REQUEST-STATUS    PIC XX.
       01  HOLIDAY-FILE-STATUS     PIC XX.
       01  EMPLOYEE-FILE-STATUS    PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-REQUESTS                 VALUE "Y".
       01  WS-SORT-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SORTED-REQUESTS          VALUE "Y".
       01  WS-FIRST-RECORD-SWITCH  PIC X       VALUE "Y".
           88  FIRST-RECORD-NOT-READ           VALUE "Y".
       01  WS-PREV-DEPARTMENT      PIC X(10).

      *    The calendar covers this many days from the day after the
      *    business date - the table below holds one entry per day.
       01  WS-CALENDAR-DAY-COUNT   PIC 99      VALUE 14.
       01  WS-WINDOW-START-DATE    PIC 9(8).
       01  WS-WINDOW-END-DATE      PIC 9(8).
       01  WS-DAY-SUB              PIC 99.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-DAY OCCURS 14 TIMES.
               10  WS-CAL-DATE     PIC 9(8).
               10  WS-CAL-KIND     PIC X.
                   88  WS-CAL-WORK-DAY         VALUE "W".
                   88  WS-CAL-HOLIDAY          VALUE "H".
               10  WS-CAL-DEPT-OFF PIC 9(3).

       01  WS-DAY-NAME-VALUES      PIC X(21)
               VALUE "SUNMONTUEWEDTHUFRISAT".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME         PIC X(3)    OCCURS 7 TIMES.

       01  WS-CELL                 PIC X(4).
       01  WS-COUNT-EDIT           PIC ZZ9.
       01  WS-REQUEST-COUNT        PIC 9(5)    VALUE 0.

           COPY LVDAYWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  LEAVECAL-LEGEND-LINE.
           05  FILLER              PIC X(44) VALUE
               "V/S = VACATION/SICK   ? = AWAITING APPROVAL".
           05  FILLER              PIC X(88) VALUE
               "   . = WEEKEND   HOL = HOLIDAY".

       01  LEAVECAL-NAME-HEADINGS.
           05  FILLER              PIC X(7)  VALUE "EMP".
           05  FILLER              PIC X(22) VALUE "NAME".
           05  FILLER              PIC X(12) VALUE "STATUS".
           05  HDG-DAY-NAME        PIC X(5)  OCCURS 14 TIMES.
           05  FILLER              PIC X(21) VALUE SPACES.

       01  LEAVECAL-DATE-HEADINGS.
           05  FILLER              PIC X(41) VALUE SPACES.
           05  HDG-DAY-DATE        PIC X(5)  OCCURS 14 TIMES.
           05  FILLER              PIC X(21) VALUE SPACES.

       01  LEAVECAL-DEPT-LINE.
           05  FILLER              PIC X(12) VALUE "DEPARTMENT: ".
           05  DPT-DEPARTMENT      PIC X(10).
           05  FILLER              PIC X(110) VALUE SPACES.

       01  LEAVECAL-DETAIL-LINE.
           05  DTL-EMP-ID          PIC 9(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-EMP-NAME        PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-STATUS          PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-CELL            PIC X(5)  OCCURS 14 TIMES.
           05  FILLER              PIC X(21) VALUE SPACES.

       01  LEAVECAL-COUNT-LINE.
           05  FILLER              PIC X(41) VALUE
               "  APPROVED OFF EACH DAY".
           05  CNT-CELL            PIC X(5)  OCCURS 14 TIMES.
           05  FILLER              PIC X(21) VALUE SPACES.

       01  LEAVECAL-NONE-LINE.
           05  FILLER              PIC X(40) VALUE
               "NO LEAVE SCHEDULED IN THE CALENDAR DAYS".
           05  FILLER              PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "LEAVECAL" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-FILE-STATUS = "00"
               MOVE "Y" TO LV-HOLIDAY-SWITCH
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN OUTPUT PRINT-FILE.
           PERFORM BUILD-CALENDAR-DAYS.
           MOVE "LEAVECAL" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-DEPARTMENT
                                SR-EMP-ID
                                SR-START-DATE
               INPUT PROCEDURE IS GATHER-LEAVE-REQUESTS
               OUTPUT PROCEDURE IS PRINT-THE-CALENDAR.
           IF LV-HOLIDAYS-ON-FILE
               CLOSE HOLIDAY-FILE
           END-IF.
           CLOSE EMPLOYEE-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "ABSENCE CALENDAR COMPLETE - " WS-REQUEST-COUNT
               " LEAVE REQUESTS FROM " WS-WINDOW-START-DATE
               " TO " WS-WINDOW-END-DATE.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       BUILD-CALENDAR-DAYS.
           COMPUTE WS-WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) + 1).
           MOVE WS-WINDOW-START-DATE TO LV-DAY-DATE.
           PERFORM BUILD-ONE-CALENDAR-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-CALENDAR-DAY-COUNT.

       BUILD-ONE-CALENDAR-DAY.
           PERFORM CLASSIFY-LEAVE-DAY.
           MOVE LV-DAY-DATE TO WS-CAL-DATE (WS-DAY-SUB).
           MOVE LV-DAY-KIND TO WS-CAL-KIND (WS-DAY-SUB).
           MOVE LV-DAY-DATE TO WS-WINDOW-END-DATE.
           MOVE WS-DAY-NAME (LV-WEEKDAY + 1)
               TO HDG-DAY-NAME (WS-DAY-SUB).
           MOVE LV-DAY-DATE (5:4) TO HDG-DAY-DATE (WS-DAY-SUB).
           COMPUTE LV-DAY-DATE = FUNCTION DATE-OF-INTEGER
               (LV-DAY-INTEGER + 1).

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE LEAVECAL-LEGEND-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           MOVE LEAVECAL-NAME-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           MOVE LEAVECAL-DATE-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 3 TO RPT-LINE-COUNT.

      ******************************************************************
      * Sort input - open requests that touch the calendar days
      ******************************************************************
       GATHER-LEAVE-REQUESTS.
           OPEN INPUT LEAVE-REQUEST-FILE.
           IF LEAVE-REQUEST-STATUS NOT = "00"
               DISPLAY "NO LEAVE REQUEST FILE - CALENDAR IS EMPTY"
           ELSE
               PERFORM READ-NEXT-REQUEST
               PERFORM RELEASE-ONE-REQUEST
                   UNTIL END-OF-REQUESTS
               CLOSE LEAVE-REQUEST-FILE
           END-IF.

       READ-NEXT-REQUEST.
           READ LEAVE-REQUEST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       RELEASE-ONE-REQUEST.
           IF LR-OPEN
               AND LR-START-DATE NOT > WS-WINDOW-END-DATE
               AND LR-END-DATE NOT < WS-WINDOW-START-DATE
               MOVE LR-EMP-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   KEY IS EMP-ID
                   INVALID KEY
                       MOVE "UNKNOWN" TO SR-DEPARTMENT
                       MOVE "** NO MASTER RECORD **" TO SR-EMP-NAME
                   NOT INVALID KEY
                       MOVE EMP-DEPARTMENT TO SR-DEPARTMENT
                       MOVE EMP-NAME TO SR-EMP-NAME
               END-READ
               MOVE LR-EMP-ID     TO SR-EMP-ID
               MOVE LR-START-DATE TO SR-START-DATE
               MOVE LR-END-DATE   TO SR-END-DATE
               MOVE LR-LEAVE-TYPE TO SR-LEAVE-TYPE
               MOVE LR-STATUS     TO SR-STATUS
               RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM READ-NEXT-REQUEST.

      ******************************************************************
      * Sort output - the calendar by department
      ******************************************************************
       PRINT-THE-CALENDAR.
           PERFORM RETURN-SORTED-REQUEST.
           PERFORM PRINT-ONE-REQUEST
               UNTIL END-OF-SORTED-REQUESTS.
           IF FIRST-RECORD-NOT-READ
               MOVE " " TO PRINT-CC
               MOVE LEAVECAL-NONE-LINE TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
           ELSE
               PERFORM PRINT-DEPARTMENT-COUNTS
           END-IF.
           PERFORM PRINT-REPORT-TRAILER.

       RETURN-SORTED-REQUEST.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       PRINT-ONE-REQUEST.
           IF FIRST-RECORD-NOT-READ
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               PERFORM START-NEW-DEPARTMENT
           ELSE
               IF SR-DEPARTMENT NOT = WS-PREV-DEPARTMENT
                   PERFORM PRINT-DEPARTMENT-COUNTS
                   PERFORM START-NEW-DEPARTMENT
               END-IF
           END-IF.
           ADD 1 TO WS-REQUEST-COUNT.
           MOVE SR-EMP-ID TO DTL-EMP-ID.
           MOVE SR-EMP-NAME TO DTL-EMP-NAME.
           IF SR-APPROVED
               MOVE "APPROVED" TO DTL-STATUS
           ELSE
               MOVE "PENDING" TO DTL-STATUS
           END-IF.
           PERFORM FILL-ONE-CELL
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-CALENDAR-DAY-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE LEAVECAL-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM RETURN-SORTED-REQUEST.

       START-NEW-DEPARTMENT.
           MOVE SR-DEPARTMENT TO WS-PREV-DEPARTMENT.
           MOVE SR-DEPARTMENT TO DPT-DEPARTMENT.
           PERFORM CLEAR-ONE-DEPT-COUNT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-CALENDAR-DAY-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE LEAVECAL-DEPT-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       CLEAR-ONE-DEPT-COUNT.
           MOVE 0 TO WS-CAL-DEPT-OFF (WS-DAY-SUB).

       FILL-ONE-CELL.
      *    A day off is the leave type, with ? until approved; days
      *    outside the request, weekends, and holidays draw nothing
      *    and show only what kind of day they are.
           MOVE SPACES TO WS-CELL.
           EVALUATE TRUE
               WHEN WS-CAL-HOLIDAY (WS-DAY-SUB)
                   MOVE "HOL" TO WS-CELL
               WHEN NOT WS-CAL-WORK-DAY (WS-DAY-SUB)
                   MOVE " ." TO WS-CELL
               WHEN WS-CAL-DATE (WS-DAY-SUB) < SR-START-DATE
                   CONTINUE
               WHEN WS-CAL-DATE (WS-DAY-SUB) > SR-END-DATE
                   CONTINUE
               WHEN SR-APPROVED
                   MOVE SR-LEAVE-TYPE TO WS-CELL (2:1)
                   ADD 1 TO WS-CAL-DEPT-OFF (WS-DAY-SUB)
               WHEN OTHER
                   MOVE SR-LEAVE-TYPE TO WS-CELL (2:1)
                   MOVE "?" TO WS-CELL (3:1)
           END-EVALUATE.
           MOVE WS-CELL TO DTL-CELL (WS-DAY-SUB).

       PRINT-DEPARTMENT-COUNTS.
           PERFORM FILL-ONE-COUNT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-CALENDAR-DAY-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE LEAVECAL-COUNT-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       FILL-ONE-COUNT.
           MOVE WS-CAL-DEPT-OFF (WS-DAY-SUB) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO CNT-CELL (WS-DAY-SUB).

           COPY LVDAYPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
