       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTVAR.
      ******************************************************************
      * Purpose: Physical count variance report - book against count
      *          for every department whose count is open on
      *          cntctl.dat, in units and in dollars at the unit
      *          value frozen with the book figure. Lines not yet
      *          counted print as such and carry no variance. Each
      *          department totals its net variance dollars and its
      *          gross dollars (shortages and overages both counted
      *          as positive) - the figure the supervisor weighs
      *          before approving the post in CNTPOST, since a big
      *          shortage and a big overage can net to nothing.
      *          Runs nightly while any count is open, and can be
      *          run on demand before the supervisor posts.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CNTCSEL.
           COPY CNTLSEL.
           COPY ITEMSEL.

           SELECT PRINT-FILE ASSIGN TO "cntvar.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.
           COPY STATSSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-CONTROL-FILE.
           COPY CNTCREC.

       FD  COUNT-LINE-FILE.
           COPY CNTLREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.
           COPY STATSFD.

       WORKING-STORAGE SECTION.
       01  COUNT-CONTROL-STATUS    PIC XX.
       01  COUNT-LINE-STATUS       PIC XX.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  WS-CONTROL-EOF-SWITCH   PIC X       VALUE "N".
           88  END-OF-CONTROLS                 VALUE "Y".
       01  WS-LINE-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-DEPT-LINES               VALUE "Y".
       01  WS-ITEM-FILE-SWITCH     PIC X       VALUE "N".
           88  ITEM-MASTER-OPEN                VALUE "Y".
       01  WS-DEPARTMENT-COUNT     PIC 9(5)    VALUE 0.
       01  WS-LINE-COUNT           PIC 9(6)    VALUE 0.
       01  WS-VARIANCE-QUANTITY    PIC S9(7).
       01  WS-VARIANCE-VALUE       PIC S9(9)V99.
       01  WS-DEPT-TOTALS.
           05  WS-DEPT-ITEMS       PIC 9(5).
           05  WS-DEPT-UNCOUNTED   PIC 9(5).
           05  WS-DEPT-NET-VALUE   PIC S9(9)V99.
           05  WS-DEPT-GROSS-VALUE PIC S9(9)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-ITEMS      PIC 9(6)    VALUE 0.
           05  WS-GRAND-UNCOUNTED  PIC 9(6)    VALUE 0.
           05  WS-GRAND-NET-VALUE  PIC S9(9)V99 VALUE 0.
           05  WS-GRAND-GROSS-VALUE PIC S9(9)V99 VALUE 0.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY STATSWS.

       01  VAR-DEPARTMENT-LINE.
           05  FILLER              PIC X(12) VALUE "DEPARTMENT ".
           05  VAR-DEPARTMENT      PIC X(12).
           05  FILLER              PIC X(14) VALUE "COUNT OPENED ".
           05  VAR-START-DATE      PIC 9(8).
           05  FILLER              PIC X(4)  VALUE " BY ".
           05  VAR-START-OPERATOR  PIC X(10).
           05  FILLER              PIC X(72) VALUE SPACES.

       01  VAR-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "ITEM-NUMBER".
           05  FILLER              PIC X(27) VALUE "DESCRIPTION".
           05  FILLER              PIC X(10) VALUE "     BOOK".
           05  FILLER              PIC X(10) VALUE "  COUNTED".
           05  FILLER              PIC X(10) VALUE " VARIANCE".
           05  FILLER              PIC X(11) VALUE " UNIT VALUE".
           05  FILLER              PIC X(16) VALUE "  VARIANCE $".
           05  FILLER              PIC X(36) VALUE "COUNTED BY".

       01  VAR-DETAIL-LINE.
           05  DTL-ITEM-NUMBER     PIC X(12).
           05  DTL-DESCRIPTION     PIC X(25).
           05  DTL-BOOK            PIC Z(7)9-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-COUNTED         PIC X(9).
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-VARIANCE        PIC Z(7)9-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-UNIT-VALUE      PIC ZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-VARIANCE-VALUE  PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-COUNT-OPERATOR  PIC X(10).
           05  FILLER              PIC X(30) VALUE SPACES.

       01  VAR-COUNTED-EDIT        PIC Z(8)9.

       01  VAR-TOTAL-LINE.
           05  TOT-LABEL           PIC X(30).
           05  TOT-ITEMS           PIC ZZZZZ9.
           05  FILLER              PIC X(12) VALUE " UNCOUNTED ".
           05  TOT-UNCOUNTED       PIC ZZZZZ9.
           05  FILLER              PIC X(6)  VALUE " NET ".
           05  TOT-NET-VALUE       PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(8)  VALUE " GROSS ".
           05  TOT-GROSS-VALUE     PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "CNTVAR" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           OPEN OUTPUT PRINT-FILE.
           MOVE "CNTVAR" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
      *    No count files means no count has ever been opened - the
      *    report prints empty.
           OPEN INPUT COUNT-CONTROL-FILE.
           OPEN INPUT COUNT-LINE-FILE.
           IF COUNT-CONTROL-STATUS NOT = "00"
               OR COUNT-LINE-STATUS NOT = "00"
               DISPLAY "NO COUNT ON FILE - NOTHING TO REPORT"
           ELSE
               OPEN INPUT ITEM-MASTER-FILE
               IF ITEM-MASTER-STATUS = "00"
                   MOVE "Y" TO WS-ITEM-FILE-SWITCH
               END-IF
               PERFORM READ-COUNT-CONTROL
               PERFORM REPORT-ONE-DEPARTMENT
                   UNTIL END-OF-CONTROLS
               CLOSE COUNT-CONTROL-FILE
               CLOSE COUNT-LINE-FILE
               IF ITEM-MASTER-OPEN
                   CLOSE ITEM-MASTER-FILE
               END-IF
           END-IF.
           PERFORM PRINT-GRAND-TOTALS.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           DISPLAY "COUNT VARIANCE COMPLETE - " WS-DEPARTMENT-COUNT
               " DEPARTMENTS OPEN, " WS-GRAND-UNCOUNTED
               " ITEMS NOT YET COUNTED".
           MOVE RC-NORMAL TO RETURN-CODE.
           MOVE "CNTVAR"          TO SS-PROGRAM-NAME.
           MOVE WS-LINE-COUNT     TO SS-RECORDS-READ.
           MOVE WS-GRAND-ITEMS    TO SS-RECORDS-WRITTEN.
           MOVE 0                 TO SS-RECORDS-REJECTED.
           PERFORM WRITE-STEP-STATISTICS.
           PERFORM LOG-RUN-END.
           STOP RUN.

       READ-COUNT-CONTROL.
           READ COUNT-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CONTROL-EOF-SWITCH
           END-READ.

       REPORT-ONE-DEPARTMENT.
           IF COUNT-IN-PROGRESS
               PERFORM PRINT-DEPARTMENT-VARIANCE
           END-IF.
           PERFORM READ-COUNT-CONTROL.

       PRINT-DEPARTMENT-VARIANCE.
           ADD 1 TO WS-DEPARTMENT-COUNT.
           INITIALIZE WS-DEPT-TOTALS.
           IF WS-DEPARTMENT-COUNT > 1
               ADD 1 TO RPT-PAGE-NUMBER
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           MOVE CC-DEPARTMENT     TO VAR-DEPARTMENT.
           MOVE CC-START-DATE     TO VAR-START-DATE.
           MOVE CC-START-OPERATOR TO VAR-START-OPERATOR.
           MOVE VAR-DEPARTMENT-LINE TO PRINT-TEXT.
           PERFORM PRINT-VARIANCE-HEADING-LINE.
           MOVE VAR-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM PRINT-VARIANCE-HEADING-LINE.
           MOVE CC-DEPARTMENT TO CL-DEPARTMENT.
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
           PERFORM PRINT-ONE-VARIANCE-LINE
               UNTIL END-OF-DEPT-LINES.
           MOVE "DEPARTMENT TOTAL - ITEMS" TO TOT-LABEL.
           MOVE WS-DEPT-ITEMS       TO TOT-ITEMS.
           MOVE WS-DEPT-UNCOUNTED   TO TOT-UNCOUNTED.
           MOVE WS-DEPT-NET-VALUE   TO TOT-NET-VALUE.
           MOVE WS-DEPT-GROSS-VALUE TO TOT-GROSS-VALUE.
           MOVE VAR-TOTAL-LINE TO PRINT-TEXT.
           PERFORM PRINT-VARIANCE-HEADING-LINE.
           ADD WS-DEPT-ITEMS       TO WS-GRAND-ITEMS.
           ADD WS-DEPT-UNCOUNTED   TO WS-GRAND-UNCOUNTED.
           ADD WS-DEPT-NET-VALUE   TO WS-GRAND-NET-VALUE.
           ADD WS-DEPT-GROSS-VALUE TO WS-GRAND-GROSS-VALUE.

       PRINT-VARIANCE-HEADING-LINE.
           MOVE " " TO PRINT-CC.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       READ-NEXT-COUNT-LINE.
           READ COUNT-LINE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LINE-EOF-SWITCH
               NOT AT END
                   IF CL-DEPARTMENT NOT = CC-DEPARTMENT
                       MOVE "Y" TO WS-LINE-EOF-SWITCH
                   END-IF
           END-READ.

       PRINT-ONE-VARIANCE-LINE.
      *    Posted lines are left from an earlier count of an item
      *    that has since moved department - not part of this one.
           IF NOT LINE-POSTED
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-DEPT-ITEMS
               MOVE SPACES TO DTL-DESCRIPTION
               IF ITEM-MASTER-OPEN
                   MOVE CL-ITEM-NUMBER TO IT-ITEM-NUMBER
                   READ ITEM-MASTER-FILE
                       KEY IS IT-ITEM-NUMBER
                       INVALID KEY
                           MOVE "(NOT ON ITEM MASTER)"
                               TO DTL-DESCRIPTION
                       NOT INVALID KEY
                           MOVE IT-DESCRIPTION TO DTL-DESCRIPTION
                   END-READ
               END-IF
               MOVE CL-ITEM-NUMBER   TO DTL-ITEM-NUMBER
               MOVE CL-BOOK-QUANTITY TO DTL-BOOK
               MOVE CL-UNIT-VALUE    TO DTL-UNIT-VALUE
               IF LINE-COUNTED
                   COMPUTE WS-VARIANCE-QUANTITY =
                       CL-COUNTED-QUANTITY - CL-BOOK-QUANTITY
                   COMPUTE WS-VARIANCE-VALUE ROUNDED =
                       WS-VARIANCE-QUANTITY * CL-UNIT-VALUE
                   MOVE CL-COUNTED-QUANTITY TO VAR-COUNTED-EDIT
                   MOVE VAR-COUNTED-EDIT    TO DTL-COUNTED
                   MOVE WS-VARIANCE-QUANTITY TO DTL-VARIANCE
                   MOVE WS-VARIANCE-VALUE    TO DTL-VARIANCE-VALUE
                   MOVE CL-COUNT-OPERATOR    TO DTL-COUNT-OPERATOR
                   ADD WS-VARIANCE-VALUE    TO WS-DEPT-NET-VALUE
                   IF WS-VARIANCE-VALUE < 0
                       SUBTRACT WS-VARIANCE-VALUE
                           FROM WS-DEPT-GROSS-VALUE
                   ELSE
                       ADD WS-VARIANCE-VALUE TO WS-DEPT-GROSS-VALUE
                   END-IF
               ELSE
                   ADD 1 TO WS-DEPT-UNCOUNTED
                   MOVE "UNCOUNTED" TO DTL-COUNTED
                   MOVE 0      TO DTL-VARIANCE
                   MOVE 0      TO DTL-VARIANCE-VALUE
                   MOVE SPACES TO DTL-COUNT-OPERATOR
               END-IF
               MOVE " " TO PRINT-CC
               MOVE VAR-DETAIL-LINE TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
           END-IF.
           PERFORM READ-NEXT-COUNT-LINE.

       PRINT-GRAND-TOTALS.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM PRINT-VARIANCE-HEADING-LINE.
           MOVE "ALL OPEN COUNTS - ITEMS"  TO TOT-LABEL.
           MOVE WS-GRAND-ITEMS       TO TOT-ITEMS.
           MOVE WS-GRAND-UNCOUNTED   TO TOT-UNCOUNTED.
           MOVE WS-GRAND-NET-VALUE   TO TOT-NET-VALUE.
           MOVE WS-GRAND-GROSS-VALUE TO TOT-GROSS-VALUE.
           MOVE VAR-TOTAL-LINE TO PRINT-TEXT.
           PERFORM PRINT-VARIANCE-HEADING-LINE.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY STATSPD.
