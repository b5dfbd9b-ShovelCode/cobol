       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTPOST.
      ******************************************************************
      * Purpose: Physical count variance posting - the supervisor's
      *          approval of a department's count. The supervisor
      *          keys a department whose count is open; every item on
      *          its sheet must have been counted (an empty shelf is
      *          keyed as zero). The department's net and gross
      *          variance dollars are shown and, on approval, each
      *          item's variance (count less the frozen book figure)
      *          is ADDED to its current on-hand - the nightly
      *          depletion may have moved the book since the sheets
      *          printed, and those sales are real. Every non-zero
      *          adjustment is appended to stkadj.log with reason CNT,
      *          the approving operator and the date, printed on
      *          the posting register, and queued on the inventory
      *          GL feed (invgl.dat) at the item's unit cost, for
      *          GLEXTR to journal between inventory and shrink
      *          expense. Posting closes the count and
      *          lifts the receiving freeze. Supervisor sign-on
      *          required.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CNTCSEL.
           COPY CNTLSEL.
           COPY ITEMSEL.
           COPY SADJSEL.
           COPY IGLSEL.

           SELECT PRINT-FILE ASSIGN TO "cntpost.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-CONTROL-FILE.
           COPY CNTCREC.

       FD  COUNT-LINE-FILE.
           COPY CNTLREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  STOCK-ADJUST-FILE.
           COPY SADJREC.

       FD  INVENTORY-GL-FILE.
           COPY IGLREC.

           COPY PRTRECFD.
           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  COUNT-CONTROL-STATUS    PIC XX.
       01  COUNT-LINE-STATUS       PIC XX.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  STOCK-ADJUST-STATUS     PIC XX.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-LINE-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-DEPT-LINES               VALUE "Y".
       01  WS-POST-DEPARTMENT      PIC X(10).
       01  WS-APPROVAL             PIC X.
       01  WS-VARIANCE-QUANTITY    PIC S9(7).
       01  WS-VARIANCE-VALUE       PIC S9(9)V99.
       01  WS-DEPT-ITEMS           PIC 9(5).
       01  WS-DEPT-UNCOUNTED       PIC 9(5).
       01  WS-DEPT-NET-VALUE       PIC S9(9)V99.
       01  WS-DEPT-GROSS-VALUE     PIC S9(9)V99.
       01  WS-DEPT-ADJUSTED        PIC 9(5).
       01  WS-POSTED-COUNT         PIC 9(5)    VALUE 0.
       01  WS-ADJUSTED-COUNT       PIC 9(5)    VALUE 0.
       01  WS-VALUE-DISPLAY        PIC ZZZZZZZZ9.99-.
       01  WS-GROSS-DISPLAY        PIC ZZZZZZZZ9.99-.

           COPY OPERWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY IGLWS.

       01  POST-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "DEPARTMENT".
           05  FILLER              PIC X(12) VALUE "ITEM-NUMBER".
           05  FILLER              PIC X(10) VALUE "     BOOK".
           05  FILLER              PIC X(10) VALUE "  COUNTED".
           05  FILLER              PIC X(10) VALUE "  ADJUST".
           05  FILLER              PIC X(16) VALUE "    ADJUST $".
           05  FILLER              PIC X(62) VALUE "APPROVED BY".

       01  POST-DETAIL-LINE.
           05  DTL-DEPARTMENT      PIC X(12).
           05  DTL-ITEM-NUMBER     PIC X(12).
           05  DTL-BOOK            PIC Z(7)9-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-COUNTED         PIC Z(8)9.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-ADJUST          PIC Z(7)9-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-ADJUST-VALUE    PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-OPERATOR        PIC X(12).
           05  DTL-NOTE            PIC X(30).
           05  FILLER              PIC X(20) VALUE SPACES.

       01  POST-TOTAL-LINE.
           05  FILLER              PIC X(12) VALUE "POSTED DEPT ".
           05  TOT-DEPARTMENT      PIC X(12).
           05  FILLER              PIC X(7)  VALUE "ITEMS ".
           05  TOT-ITEMS           PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE " ADJUSTED ".
           05  TOT-ADJUSTED        PIC ZZZZ9.
           05  FILLER              PIC X(6)  VALUE " NET ".
           05  TOT-NET-VALUE       PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(8)  VALUE " GROSS ".
           05  TOT-GROSS-VALUE     PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "CNTPOST" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "COUNT POSTING REFUSED - supervisor "
                   "authority is required to approve a count."
               MOVE RC-DECLINED TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           OPEN I-O COUNT-CONTROL-FILE.
           OPEN I-O COUNT-LINE-FILE.
           OPEN I-O ITEM-MASTER-FILE.
           IF COUNT-CONTROL-STATUS NOT = "00"
               OR COUNT-LINE-STATUS NOT = "00"
               OR ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "NO COUNT OR NO ITEM MASTER ON FILE - "
                   "nothing to post."
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           OPEN EXTEND STOCK-ADJUST-FILE.
           IF STOCK-ADJUST-STATUS = "05" OR "35"
               OPEN OUTPUT STOCK-ADJUST-FILE
           END-IF.
           PERFORM OPEN-INVENTORY-GL-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "CNTPOST" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           PERFORM POST-ONE-DEPARTMENT
               UNTIL OPERATOR-DONE.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           CLOSE COUNT-CONTROL-FILE.
           CLOSE COUNT-LINE-FILE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE STOCK-ADJUST-FILE.
           CLOSE INVENTORY-GL-FILE.
           DISPLAY "COUNT POSTING COMPLETE - " WS-POSTED-COUNT
               " DEPARTMENTS POSTED, " WS-ADJUSTED-COUNT
               " ITEMS ADJUSTED".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE POST-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       POST-ONE-DEPARTMENT.
           DISPLAY "ENTER DEPARTMENT TO POST (OR BLANK TO QUIT):".
           ACCEPT WS-POST-DEPARTMENT.
           IF WS-POST-DEPARTMENT = SPACES
               MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
           ELSE
               MOVE WS-POST-DEPARTMENT TO CC-DEPARTMENT
               READ COUNT-CONTROL-FILE
                   KEY IS CC-DEPARTMENT
                   INVALID KEY
                       DISPLAY "NO COUNT OPEN FOR THAT DEPARTMENT."
                   NOT INVALID KEY
                       IF COUNT-IN-PROGRESS
                           PERFORM REVIEW-DEPARTMENT-COUNT
                       ELSE
                           DISPLAY "THAT DEPARTMENT'S COUNT WAS "
                               "ALREADY POSTED " CC-POST-DATE
                       END-IF
               END-READ
           END-IF.

       REVIEW-DEPARTMENT-COUNT.
           MOVE 0 TO WS-DEPT-ITEMS.
           MOVE 0 TO WS-DEPT-UNCOUNTED.
           MOVE 0 TO WS-DEPT-NET-VALUE.
           MOVE 0 TO WS-DEPT-GROSS-VALUE.
           PERFORM START-DEPARTMENT-LINES.
           PERFORM TOTAL-ONE-COUNT-LINE
               UNTIL END-OF-DEPT-LINES.
           IF WS-DEPT-UNCOUNTED > 0
               DISPLAY "NOT POSTED - " WS-DEPT-UNCOUNTED " OF "
                   WS-DEPT-ITEMS " ITEMS NOT YET COUNTED. Key them "
                   "in CNTENTR (zero for an empty shelf)."
           ELSE
               MOVE WS-DEPT-NET-VALUE   TO WS-VALUE-DISPLAY
               MOVE WS-DEPT-GROSS-VALUE TO WS-GROSS-DISPLAY
               DISPLAY "DEPARTMENT " WS-POST-DEPARTMENT " - "
                   WS-DEPT-ITEMS " ITEMS COUNTED"
               DISPLAY "  NET VARIANCE   " WS-VALUE-DISPLAY
               DISPLAY "  GROSS VARIANCE " WS-GROSS-DISPLAY
               PERFORM GET-APPROVAL
               IF WS-APPROVAL = "Y"
                   PERFORM POST-DEPARTMENT-COUNT
               ELSE
                   DISPLAY "NOT POSTED - the count stays open and "
                       "receiving stays frozen."
               END-IF
           END-IF.

       START-DEPARTMENT-LINES.
           MOVE WS-POST-DEPARTMENT TO CL-DEPARTMENT.
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

       READ-NEXT-COUNT-LINE.
           READ COUNT-LINE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LINE-EOF-SWITCH
               NOT AT END
                   IF CL-DEPARTMENT NOT = WS-POST-DEPARTMENT
                       MOVE "Y" TO WS-LINE-EOF-SWITCH
                   END-IF
           END-READ.

       TOTAL-ONE-COUNT-LINE.
           IF NOT LINE-POSTED
               ADD 1 TO WS-DEPT-ITEMS
               IF LINE-COUNTED
                   PERFORM COMPUTE-LINE-VARIANCE
                   ADD WS-VARIANCE-VALUE TO WS-DEPT-NET-VALUE
                   IF WS-VARIANCE-VALUE < 0
                       SUBTRACT WS-VARIANCE-VALUE
                           FROM WS-DEPT-GROSS-VALUE
                   ELSE
                       ADD WS-VARIANCE-VALUE TO WS-DEPT-GROSS-VALUE
                   END-IF
               ELSE
                   ADD 1 TO WS-DEPT-UNCOUNTED
               END-IF
           END-IF.
           PERFORM READ-NEXT-COUNT-LINE.

       COMPUTE-LINE-VARIANCE.
           COMPUTE WS-VARIANCE-QUANTITY =
               CL-COUNTED-QUANTITY - CL-BOOK-QUANTITY.
           COMPUTE WS-VARIANCE-VALUE ROUNDED =
               WS-VARIANCE-QUANTITY * CL-UNIT-VALUE.

       GET-APPROVAL.
           MOVE SPACE TO WS-APPROVAL.
           PERFORM UNTIL WS-APPROVAL = "Y" OR "N"
               DISPLAY "APPROVE AND POST THESE VARIANCES? (Y/N)"
               ACCEPT WS-APPROVAL
               IF WS-APPROVAL = "y"
                   MOVE "Y" TO WS-APPROVAL
               END-IF
               IF WS-APPROVAL = "n"
                   MOVE "N" TO WS-APPROVAL
               END-IF
               IF WS-APPROVAL NOT = "Y" AND "N"
                   DISPLAY "Enter Y or N."
               END-IF
           END-PERFORM.

       POST-DEPARTMENT-COUNT.
           MOVE 0 TO WS-DEPT-ADJUSTED.
           PERFORM GET-BUSINESS-DATE.
           PERFORM START-DEPARTMENT-LINES.
           PERFORM POST-ONE-COUNT-LINE
               UNTIL END-OF-DEPT-LINES.
      *    Closing the count is what lifts the receiving freeze.
           MOVE "P" TO CC-COUNT-STATUS.
           MOVE WS-BUSINESS-DATE TO CC-POST-DATE.
           MOVE OP-SIGNED-ON-ID TO CC-POST-OPERATOR.
           REWRITE COUNT-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "COUNT NOT CLOSED, STATUS "
                       COUNT-CONTROL-STATUS
           END-REWRITE.
           ADD 1 TO WS-POSTED-COUNT.
           MOVE WS-POST-DEPARTMENT  TO TOT-DEPARTMENT.
           MOVE WS-DEPT-ITEMS       TO TOT-ITEMS.
           MOVE WS-DEPT-ADJUSTED    TO TOT-ADJUSTED.
           MOVE WS-DEPT-NET-VALUE   TO TOT-NET-VALUE.
           MOVE WS-DEPT-GROSS-VALUE TO TOT-GROSS-VALUE.
           MOVE " " TO PRINT-CC.
           MOVE POST-TOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           DISPLAY "POSTED - " WS-DEPT-ADJUSTED
               " ITEMS ADJUSTED. RECEIVING IS OPEN AGAIN FOR THE "
               "DEPARTMENT.".

       POST-ONE-COUNT-LINE.
           IF LINE-COUNTED
               PERFORM COMPUTE-LINE-VARIANCE
               MOVE SPACES TO DTL-NOTE
               IF WS-VARIANCE-QUANTITY NOT = 0
                   PERFORM ADJUST-ITEM-ON-HAND
               END-IF
               MOVE "P" TO CL-LINE-STATUS
               REWRITE COUNT-LINE-RECORD
                   INVALID KEY
                       DISPLAY "COUNT LINE NOT CLOSED FOR "
                           CL-ITEM-NUMBER ", STATUS "
                           COUNT-LINE-STATUS
               END-REWRITE
           END-IF.
           PERFORM READ-NEXT-COUNT-LINE.

       ADJUST-ITEM-ON-HAND.
           MOVE CL-ITEM-NUMBER TO IT-ITEM-NUMBER.
           READ ITEM-MASTER-FILE
               KEY IS IT-ITEM-NUMBER
               INVALID KEY
                   MOVE "ITEM NOT ON MASTER - NOT POSTED"
                       TO DTL-NOTE
               NOT INVALID KEY
                   ADD WS-VARIANCE-QUANTITY TO IT-ON-HAND
                   REWRITE ITEM-MASTER-RECORD
                       INVALID KEY
                           MOVE "ITEM NOT UPDATED - NOT POSTED"
                               TO DTL-NOTE
                       NOT INVALID KEY
                           PERFORM LOG-STOCK-ADJUSTMENT
                   END-REWRITE
           END-READ.
           PERFORM PRINT-POSTING-LINE.

       LOG-STOCK-ADJUSTMENT.
           MOVE CL-ITEM-NUMBER       TO SA-ITEM-NUMBER.
           MOVE CL-DEPARTMENT        TO SA-DEPARTMENT.
           MOVE "CNT"                TO SA-REASON-CODE.
           MOVE CL-BOOK-QUANTITY     TO SA-BOOK-QUANTITY.
           MOVE CL-COUNTED-QUANTITY  TO SA-COUNTED-QUANTITY.
           MOVE WS-VARIANCE-QUANTITY TO SA-ADJUST-QUANTITY.
           MOVE WS-VARIANCE-VALUE    TO SA-ADJUST-VALUE.
           MOVE WS-BUSINESS-DATE     TO SA-ADJUST-DATE.
           MOVE OP-SIGNED-ON-ID      TO SA-OPERATOR-ID.
           WRITE STOCK-ADJUST-RECORD.
           MOVE "C"                  TO IG-WS-ENTRY-TYPE.
           MOVE IT-DEPARTMENT        TO IG-WS-DEPARTMENT.
           MOVE CL-ITEM-NUMBER       TO IG-WS-ITEM-NUMBER.
           MOVE WS-VARIANCE-QUANTITY TO IG-WS-QUANTITY.
           MOVE IT-UNIT-COST         TO IG-WS-UNIT-COST.
           MOVE WS-BUSINESS-DATE     TO IG-WS-ENTRY-DATE.
           PERFORM WRITE-INVENTORY-GL-ENTRY.
           ADD 1 TO WS-DEPT-ADJUSTED.
           ADD 1 TO WS-ADJUSTED-COUNT.

       PRINT-POSTING-LINE.
           MOVE CL-DEPARTMENT        TO DTL-DEPARTMENT.
           MOVE CL-ITEM-NUMBER       TO DTL-ITEM-NUMBER.
           MOVE CL-BOOK-QUANTITY     TO DTL-BOOK.
           MOVE CL-COUNTED-QUANTITY  TO DTL-COUNTED.
           MOVE WS-VARIANCE-QUANTITY TO DTL-ADJUST.
           MOVE WS-VARIANCE-VALUE    TO DTL-ADJUST-VALUE.
           MOVE OP-SIGNED-ON-ID      TO DTL-OPERATOR.
           MOVE " " TO PRINT-CC.
           MOVE POST-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

           COPY OPERPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY IGLPD.
