       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTSHEET.
      ******************************************************************
      * Purpose: Physical count sheets - the first step of a count.
      *          The operator keys a department; every item of that
      *          department on itemmast.dat (active items, and any
      *          inactive item still showing stock) gets a count line
      *          on cntline.dat with its book on-hand frozen as of
      *          now, and the department's sheet prints on
      *          cntsheet.prt for the counters to walk the floor
      *          with. The sheet deliberately shows no book figure -
      *          a counter who can see it counts to it.
      *
      *          Opening the count (cntctl.dat) freezes receiving for
      *          the department until CNTPOST posts the variances, so
      *          nothing lands on the shelf between the snapshot and
      *          the count. Keying a department already being counted
      *          just reprints its sheet from the lines on file - the
      *          frozen book figures are never taken a second time.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DEPTSEL.
           COPY ITEMSEL.
           COPY CNTCSEL.
           COPY CNTLSEL.

           SELECT PRINT-FILE ASSIGN TO "cntsheet.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTMENT-FILE.
           COPY DEPTREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  COUNT-CONTROL-FILE.
           COPY CNTCREC.

       FD  COUNT-LINE-FILE.
           COPY CNTLREC.

           COPY PRTRECFD.
           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  DEPARTMENT-FILE-STATUS  PIC XX.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  COUNT-CONTROL-STATUS    PIC XX.
       01  COUNT-LINE-STATUS       PIC XX.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-DEPT-OK-SWITCH       PIC X       VALUE "N".
           88  DEPARTMENT-ACCEPTED             VALUE "Y".
       01  WS-ITEM-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-ITEMS                    VALUE "Y".
       01  WS-LINE-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-DEPT-LINES               VALUE "Y".
       01  WS-FIRST-SHEET-SWITCH   PIC X       VALUE "Y".
           88  FIRST-SHEET                     VALUE "Y".
       01  WS-COUNT-DEPARTMENT     PIC X(10).
       01  WS-SNAPSHOT-COUNT       PIC 9(5).
       01  WS-SHEET-COUNT          PIC 9(5)    VALUE 0.
       01  WS-SHEET-LINE-COUNT     PIC 9(5).

           COPY OPERWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  SHEET-DEPARTMENT-LINE.
           05  FILLER              PIC X(28) VALUE
               "PHYSICAL COUNT - DEPARTMENT ".
           05  SHT-DEPARTMENT      PIC X(12).
           05  SHT-DEPT-NAME       PIC X(32).
           05  FILLER              PIC X(14) VALUE "COUNT OPENED ".
           05  SHT-START-DATE      PIC 9(8).
           05  FILLER              PIC X(38) VALUE SPACES.

       01  SHEET-COUNTER-LINE.
           05  FILLER              PIC X(40) VALUE
               "COUNTED BY ____________  DATE ________".
           05  FILLER              PIC X(92) VALUE SPACES.

       01  SHEET-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "ITEM-NUMBER".
           05  FILLER              PIC X(32) VALUE "DESCRIPTION".
           05  FILLER              PIC X(88) VALUE "COUNTED".

       01  SHEET-DETAIL-LINE.
           05  DTL-ITEM-NUMBER     PIC X(12).
           05  DTL-DESCRIPTION     PIC X(32).
           05  FILLER              PIC X(10) VALUE "__________".
           05  FILLER              PIC X(78) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "CNTSHEET" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           OPEN INPUT DEPARTMENT-FILE.
           OPEN INPUT ITEM-MASTER-FILE.
           IF DEPARTMENT-FILE-STATUS NOT = "00"
               OR ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "DEPARTMENT OR ITEM MASTER NOT ON SYSTEM - "
                   "there is nothing to count."
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM OPEN-COUNT-FILES.
           OPEN OUTPUT PRINT-FILE.
           MOVE "CNTSHEET" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-ONE-DEPARTMENT
               UNTIL OPERATOR-DONE.
           IF FIRST-SHEET
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           CLOSE DEPARTMENT-FILE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE COUNT-CONTROL-FILE.
           CLOSE COUNT-LINE-FILE.
           DISPLAY "COUNT SHEETS COMPLETE - " WS-SHEET-COUNT
               " DEPARTMENT SHEETS PRINTED".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-COUNT-FILES.
           OPEN I-O COUNT-CONTROL-FILE.
           IF COUNT-CONTROL-STATUS = "05" OR "35"
               CLOSE COUNT-CONTROL-FILE
               OPEN OUTPUT COUNT-CONTROL-FILE
               CLOSE COUNT-CONTROL-FILE
               OPEN I-O COUNT-CONTROL-FILE
           END-IF.
           OPEN I-O COUNT-LINE-FILE.
           IF COUNT-LINE-STATUS = "05" OR "35"
               CLOSE COUNT-LINE-FILE
               OPEN OUTPUT COUNT-LINE-FILE
               CLOSE COUNT-LINE-FILE
               OPEN I-O COUNT-LINE-FILE
           END-IF.

       PRINT-ONE-DEPARTMENT.
           PERFORM GET-COUNT-DEPARTMENT.
           IF DEPARTMENT-ACCEPTED
               MOVE WS-COUNT-DEPARTMENT TO CC-DEPARTMENT
               READ COUNT-CONTROL-FILE
                   KEY IS CC-DEPARTMENT
                   INVALID KEY
                       PERFORM OPEN-DEPARTMENT-COUNT
                   NOT INVALID KEY
                       IF COUNT-IN-PROGRESS
                           DISPLAY "DEPARTMENT ALREADY BEING COUNTED "
                               "SINCE " CC-START-DATE
                               " - SHEET REPRINTED"
                       ELSE
                           PERFORM OPEN-DEPARTMENT-COUNT
                       END-IF
               END-READ
               PERFORM PRINT-DEPARTMENT-SHEET
           END-IF.

       GET-COUNT-DEPARTMENT.
           MOVE "N" TO WS-DEPT-OK-SWITCH.
           DISPLAY "ENTER DEPARTMENT TO COUNT (OR BLANK TO QUIT):".
           ACCEPT WS-COUNT-DEPARTMENT.
           IF WS-COUNT-DEPARTMENT = SPACES
               MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
           ELSE
               MOVE WS-COUNT-DEPARTMENT TO DEPT-CODE
               READ DEPARTMENT-FILE
                   KEY IS DEPT-CODE
                   INVALID KEY
                       DISPLAY "DEPARTMENT NOT ON MASTER."
                   NOT INVALID KEY
                       MOVE "Y" TO WS-DEPT-OK-SWITCH
               END-READ
           END-IF.

       OPEN-DEPARTMENT-COUNT.
      *    The control record is written before the snapshot, so
      *    receiving is already frozen while the book figures are
      *    being taken.
           MOVE WS-COUNT-DEPARTMENT TO CC-DEPARTMENT.
           MOVE "O" TO CC-COUNT-STATUS.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO CC-START-DATE.
           MOVE OP-SIGNED-ON-ID TO CC-START-OPERATOR.
           MOVE 0 TO CC-POST-DATE.
           MOVE SPACES TO CC-POST-OPERATOR.
           WRITE COUNT-CONTROL-RECORD
               INVALID KEY
                   REWRITE COUNT-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "COUNT NOT OPENED, STATUS "
                               COUNT-CONTROL-STATUS
                   END-REWRITE
           END-WRITE.
           PERFORM SNAPSHOT-DEPARTMENT-ITEMS.
           DISPLAY "COUNT OPENED - " WS-SNAPSHOT-COUNT
               " ITEMS. RECEIVING IS FROZEN FOR THE DEPARTMENT "
               "UNTIL THE COUNT IS POSTED.".

       SNAPSHOT-DEPARTMENT-ITEMS.
      *    The item master is keyed by item, not department, so the
      *    whole master is read for the department's items.
           MOVE 0 TO WS-SNAPSHOT-COUNT.
           MOVE LOW-VALUES TO IT-ITEM-NUMBER.
           MOVE "N" TO WS-ITEM-EOF-SWITCH.
           START ITEM-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO IT-ITEM-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-ITEM-EOF-SWITCH
           END-START.
           IF NOT END-OF-ITEMS
               PERFORM READ-NEXT-ITEM
           END-IF.
           PERFORM SNAPSHOT-ONE-ITEM
               UNTIL END-OF-ITEMS.

       READ-NEXT-ITEM.
           READ ITEM-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ITEM-EOF-SWITCH
           END-READ.

       SNAPSHOT-ONE-ITEM.
           IF IT-DEPARTMENT = WS-COUNT-DEPARTMENT
               AND (ITEM-ACTIVE OR IT-ON-HAND NOT = 0)
               MOVE WS-COUNT-DEPARTMENT TO CL-DEPARTMENT
               MOVE IT-ITEM-NUMBER      TO CL-ITEM-NUMBER
               MOVE IT-ON-HAND          TO CL-BOOK-QUANTITY
               MOVE 0                   TO CL-COUNTED-QUANTITY
      *        Variances are valued at cost; an item with no cost
      *        yet falls back to its selling price.
               IF IT-UNIT-COST > 0
                   MOVE IT-UNIT-COST    TO CL-UNIT-VALUE
               ELSE
                   MOVE IT-UNIT-PRICE   TO CL-UNIT-VALUE
               END-IF
               MOVE "U"                 TO CL-LINE-STATUS
               MOVE SPACES              TO CL-COUNT-OPERATOR
               MOVE 0                   TO CL-COUNT-DATE
      *        A line left from the department's last count is
      *        overwritten with the new snapshot.
               WRITE COUNT-LINE-RECORD
                   INVALID KEY
                       REWRITE COUNT-LINE-RECORD
                           INVALID KEY
                               DISPLAY "COUNT LINE NOT WRITTEN FOR "
                                   IT-ITEM-NUMBER ", STATUS "
                                   COUNT-LINE-STATUS
                       END-REWRITE
               END-WRITE
               ADD 1 TO WS-SNAPSHOT-COUNT
           END-IF.
           PERFORM READ-NEXT-ITEM.

       PRINT-DEPARTMENT-SHEET.
      *    Every department starts a fresh page so each sheet can go
      *    to its own counting team.
           IF FIRST-SHEET
               MOVE "N" TO WS-FIRST-SHEET-SWITCH
           ELSE
               ADD 1 TO RPT-PAGE-NUMBER
           END-IF.
           PERFORM PRINT-REPORT-HEADER.
           ADD 1 TO WS-SHEET-COUNT.
           MOVE 0 TO WS-SHEET-LINE-COUNT.
           MOVE WS-COUNT-DEPARTMENT TO SHT-DEPARTMENT.
           MOVE DEPT-NAME           TO SHT-DEPT-NAME.
           MOVE CC-START-DATE       TO SHT-START-DATE.
           MOVE SHEET-DEPARTMENT-LINE TO PRINT-TEXT.
           PERFORM PRINT-SHEET-HEADING-LINE.
           MOVE SHEET-COUNTER-LINE TO PRINT-TEXT.
           PERFORM PRINT-SHEET-HEADING-LINE.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM PRINT-SHEET-HEADING-LINE.
           MOVE SHEET-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM PRINT-SHEET-HEADING-LINE.
           MOVE WS-COUNT-DEPARTMENT TO CL-DEPARTMENT.
           MOVE LOW-VALUES TO CL-ITEM-NUMBER.
           MOVE "N" TO WS-LINE-EOF-SWITCH.
           START COUNT-LINE-FILE
               KEY IS GREATER THAN OR EQUAL TO CL-COUNT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LINE-EOF-SWITCH
           END-START.
           IF NOT END-OF-DEPT-LINES
               PERFORM READ-NEXT-COUNT-LINE
           END-IF.
           PERFORM PRINT-ONE-SHEET-LINE
               UNTIL END-OF-DEPT-LINES.
           DISPLAY "SHEET PRINTED - " WS-SHEET-LINE-COUNT " ITEMS".

       PRINT-SHEET-HEADING-LINE.
           MOVE " " TO PRINT-CC.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       READ-NEXT-COUNT-LINE.
           READ COUNT-LINE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LINE-EOF-SWITCH
               NOT AT END
                   IF CL-DEPARTMENT NOT = WS-COUNT-DEPARTMENT
                       MOVE "Y" TO WS-LINE-EOF-SWITCH
                   END-IF
           END-READ.

       PRINT-ONE-SHEET-LINE.
      *    Lines already posted belong to an item that has left the
      *    department since its last count - not on this sheet.
           IF NOT LINE-POSTED
               MOVE CL-ITEM-NUMBER TO IT-ITEM-NUMBER
               READ ITEM-MASTER-FILE
                   KEY IS IT-ITEM-NUMBER
                   INVALID KEY
                       MOVE "(NOT ON ITEM MASTER)" TO DTL-DESCRIPTION
                   NOT INVALID KEY
                       MOVE IT-DESCRIPTION TO DTL-DESCRIPTION
               END-READ
               MOVE CL-ITEM-NUMBER TO DTL-ITEM-NUMBER
               MOVE " " TO PRINT-CC
               MOVE SHEET-DETAIL-LINE TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
               ADD 1 TO WS-SHEET-LINE-COUNT
           END-IF.
           PERFORM READ-NEXT-COUNT-LINE.

           COPY OPERPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
