       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGNRPT.
      ******************************************************************
      * Purpose: Nightly gross margin report by department. Tonight's
      *          accepted lines (ordaccpt.dat) are costed at each
      *          item's current unit cost from the item master and
      *          netted against tonight's posted return credits
      *          (rtnpost.dat). Goods returned to stock come off cost
      *          at the item's unit cost; damaged returns keep their
      *          cost in the margin, since those goods never reach
      *          the shelf again. A return with no item (keyed before
      *          returns carried one) or an uncosted item is costed
      *          at the department's month-to-date cost-to-sales
      *          ratio instead. Tonight's figures are added to the
      *          department's month on deptmgn.dat - once per
      *          business date, so a rerun reprints without adding the
      *          night twice - and each department prints tonight and
      *          month-to-date net sales, cost, margin dollars, and
      *          margin percent. Any accepted line priced below its
      *          item's cost is listed as an exception first, marked
      *          where it also sold below list (a price agreement or a
      *          keyed override), and ends the step with RC-WARNING.
      *          Lines for items with no cost on file are counted, not
      *          costed - their margin is overstated until ITEMMNT or
      *          a costed receipt sets the cost.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCEPTED-ORDER-FILE ASSIGN TO "ordaccpt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACCEPTED-ORDER-STATUS.

           SELECT POSTED-RETURN-FILE ASSIGN TO "rtnpost.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSTED-RETURN-STATUS.

           COPY ITEMSEL.
           COPY DMGNSEL.

           SELECT PRINT-FILE ASSIGN TO "mgnrpt.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.
           COPY STATSSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCEPTED-ORDER-FILE.
           COPY ORDAREC.

       FD  POSTED-RETURN-FILE.
           COPY RTNTREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  DEPT-MARGIN-FILE.
           COPY DMGNREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.
           COPY STATSFD.

       WORKING-STORAGE SECTION.
       01  ACCEPTED-ORDER-STATUS   PIC XX.
       01  POSTED-RETURN-STATUS    PIC XX.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  DEPT-MARGIN-STATUS      PIC XX.
       01  WS-ORDER-EOF-SWITCH     PIC X       VALUE "N".
           88  END-OF-ORDERS                   VALUE "Y".
       01  WS-RETURN-EOF-SWITCH    PIC X       VALUE "N".
           88  END-OF-RETURNS                  VALUE "Y".
       01  WS-MARGIN-EOF-SWITCH    PIC X       VALUE "N".
           88  END-OF-MARGINS                  VALUE "Y".
       01  WS-ITEM-FILE-SWITCH     PIC X       VALUE "N".
           88  ITEM-MASTER-OPEN                VALUE "Y".
       01  WS-ITEM-FOUND-SWITCH    PIC X       VALUE "N".
           88  ITEM-FOUND                      VALUE "Y".
       01  WS-MARGIN-FOUND-SWITCH  PIC X       VALUE "N".
           88  MARGIN-RECORD-FOUND             VALUE "Y".
       01  WS-CURRENT-PERIOD       PIC 9(6).
       01  WS-SEARCH-DEPARTMENT    PIC X(10).
       01  WS-ORDER-LINE-COUNT     PIC 9(6)    VALUE 0.
       01  WS-RETURN-LINE-COUNT    PIC 9(6)    VALUE 0.
       01  WS-UNCOSTED-COUNT       PIC 9(6)    VALUE 0.
       01  WS-BELOW-COST-COUNT     PIC 9(6)    VALUE 0.
       01  WS-POSTED-COUNT         PIC 9(5)    VALUE 0.
       01  WS-LINE-SALES           PIC S9(9)V99.
       01  WS-LINE-COST            PIC S9(9)V99.
       01  WS-LINE-RETURN          PIC S9(9)V99.
       01  WS-MG-DEPT-COUNT        PIC 9(3)    VALUE 0.
       01  WS-MG-TABLE.
           05  WS-MG-ENTRY         OCCURS 500 TIMES
                   INDEXED BY MG-IDX.
               10  WS-MG-DEPT      PIC X(10).
               10  WS-MG-SALES     PIC S9(9)V99.
               10  WS-MG-COST      PIC S9(9)V99.
               10  WS-MG-RETURNS   PIC S9(9)V99.
               10  WS-MG-RETURN-COST PIC S9(9)V99.
               10  WS-MG-RATIO-RETURNS PIC S9(9)V99.
       01  WS-FIGURES.
           05  WS-FIG-SALES        PIC S9(11)V99.
           05  WS-FIG-RETURNS      PIC S9(11)V99.
           05  WS-FIG-COST         PIC S9(11)V99.
           05  WS-FIG-RETURN-COST  PIC S9(11)V99.
           05  WS-FIG-NET-SALES    PIC S9(11)V99.
           05  WS-FIG-NET-COST     PIC S9(11)V99.
           05  WS-FIG-MARGIN       PIC S9(11)V99.
           05  WS-FIG-MARGIN-PCT   PIC S9(5)V9.
       01  WS-GRAND-NIGHT.
           05  WS-GN-SALES         PIC S9(11)V99 VALUE 0.
           05  WS-GN-RETURNS       PIC S9(11)V99 VALUE 0.
           05  WS-GN-COST          PIC S9(11)V99 VALUE 0.
           05  WS-GN-RETURN-COST   PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-MTD.
           05  WS-GM-SALES         PIC S9(11)V99 VALUE 0.
           05  WS-GM-RETURNS       PIC S9(11)V99 VALUE 0.
           05  WS-GM-COST          PIC S9(11)V99 VALUE 0.
           05  WS-GM-RETURN-COST   PIC S9(11)V99 VALUE 0.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY STATSWS.

       01  MGN-EXCEPTION-TITLE.
           05  FILLER              PIC X(40)
                   VALUE "ACCEPTED LINES PRICED BELOW ITEM COST".
           05  FILLER              PIC X(92) VALUE SPACES.

       01  MGN-EXCEPTION-HEADINGS.
           05  FILLER              PIC X(12) VALUE "CUSTOMER".
           05  FILLER              PIC X(10) VALUE "ORDER".
           05  FILLER              PIC X(12) VALUE "ITEM-NUMBER".
           05  FILLER              PIC X(12) VALUE "DEPARTMENT".
           05  FILLER              PIC X(6)  VALUE "  QTY".
           05  FILLER              PIC X(10) VALUE "    PRICE".
           05  FILLER              PIC X(10) VALUE "     COST".
           05  FILLER              PIC X(10) VALUE "     LIST".
           05  FILLER              PIC X(50) VALUE SPACES.

       01  MGN-EXCEPTION-LINE.
           05  EXC-CUSTOMER-ID     PIC X(12).
           05  EXC-ORDER-NUMBER    PIC 9(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  EXC-ITEM-NUMBER     PIC X(12).
           05  EXC-DEPARTMENT      PIC X(12).
           05  EXC-QUANTITY        PIC ZZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  EXC-UNIT-PRICE      PIC ZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  EXC-UNIT-COST       PIC ZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  EXC-LIST-PRICE      PIC ZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  EXC-NOTE            PIC X(30).
           05  FILLER              PIC X(20) VALUE SPACES.

       01  MGN-NO-EXCEPTIONS-LINE.
           05  FILLER              PIC X(40)
                   VALUE "  NONE - NO LINE SOLD BELOW ITEM COST".
           05  FILLER              PIC X(92) VALUE SPACES.

       01  MGN-MARGIN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "DEPARTMENT".
           05  FILLER              PIC X(14) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "    GROSS SALES".
           05  FILLER              PIC X(16) VALUE "        RETURNS".
           05  FILLER              PIC X(16) VALUE "      NET SALES".
           05  FILLER              PIC X(16) VALUE "       NET COST".
           05  FILLER              PIC X(16) VALUE "       MARGIN $".
           05  FILLER              PIC X(26) VALUE "MARGIN %".

       01  MGN-MARGIN-LINE.
           05  MGN-DEPARTMENT      PIC X(12).
           05  MGN-BASIS           PIC X(14).
           05  MGN-SALES           PIC Z(10)9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  MGN-RETURNS         PIC Z(10)9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  MGN-NET-SALES       PIC Z(10)9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  MGN-NET-COST        PIC Z(10)9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  MGN-MARGIN          PIC Z(10)9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  MGN-MARGIN-PCT      PIC ZZZZ9.9-.
           05  FILLER              PIC X(18) VALUE SPACES.

       01  MGN-COUNT-LINE.
           05  CNT-LABEL           PIC X(40).
           05  CNT-VALUE           PIC ZZZZZ9.
           05  FILLER              PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "MGNRPT" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-CURRENT-PERIOD.
           OPEN OUTPUT PRINT-FILE.
           MOVE "MGNRPT" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
      *    Without the item master every line is uncosted; the report
      *    still runs so sales and returns are on record.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ITEM-FILE-SWITCH
           END-IF.
           PERFORM OPEN-DEPT-MARGIN-FILE.
           PERFORM LOAD-MONTH-DEPARTMENTS.
           MOVE MGN-EXCEPTION-TITLE TO PRINT-TEXT.
           PERFORM PRINT-MARGIN-HEADING-LINE.
           MOVE MGN-EXCEPTION-HEADINGS TO PRINT-TEXT.
           PERFORM PRINT-MARGIN-HEADING-LINE.
           OPEN INPUT ACCEPTED-ORDER-FILE.
           IF ACCEPTED-ORDER-STATUS = "00"
               PERFORM READ-ACCEPTED-ORDER
               PERFORM COST-ONE-ORDER-LINE
                   UNTIL END-OF-ORDERS
               CLOSE ACCEPTED-ORDER-FILE
           END-IF.
           IF WS-BELOW-COST-COUNT = 0
               MOVE MGN-NO-EXCEPTIONS-LINE TO PRINT-TEXT
               PERFORM PRINT-MARGIN-HEADING-LINE
           END-IF.
           OPEN INPUT POSTED-RETURN-FILE.
           IF POSTED-RETURN-STATUS = "00"
               PERFORM READ-POSTED-RETURN
               PERFORM NET-ONE-RETURN
                   UNTIL END-OF-RETURNS
               CLOSE POSTED-RETURN-FILE
           END-IF.
           ADD 1 TO RPT-PAGE-NUMBER.
           PERFORM PRINT-REPORT-HEADER.
           MOVE MGN-MARGIN-HEADINGS TO PRINT-TEXT.
           PERFORM PRINT-MARGIN-HEADING-LINE.
           PERFORM POST-AND-PRINT-DEPARTMENT
               VARYING MG-IDX FROM 1 BY 1
               UNTIL MG-IDX > WS-MG-DEPT-COUNT.
           PERFORM PRINT-GRAND-TOTALS.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           CLOSE DEPT-MARGIN-FILE.
           IF ITEM-MASTER-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           DISPLAY "MARGIN REPORT COMPLETE - " WS-ORDER-LINE-COUNT
               " LINES, " WS-BELOW-COST-COUNT " BELOW COST, "
               WS-UNCOSTED-COUNT " UNCOSTED".
           IF WS-BELOW-COST-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           MOVE "MGNRPT"          TO SS-PROGRAM-NAME.
           COMPUTE SS-RECORDS-READ =
               WS-ORDER-LINE-COUNT + WS-RETURN-LINE-COUNT.
           MOVE WS-POSTED-COUNT   TO SS-RECORDS-WRITTEN.
           MOVE 0                 TO SS-RECORDS-REJECTED.
           PERFORM WRITE-STEP-STATISTICS.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-DEPT-MARGIN-FILE.
           OPEN I-O DEPT-MARGIN-FILE.
           IF DEPT-MARGIN-STATUS = "05" OR DEPT-MARGIN-STATUS = "35"
               CLOSE DEPT-MARGIN-FILE
               OPEN OUTPUT DEPT-MARGIN-FILE
               CLOSE DEPT-MARGIN-FILE
               OPEN I-O DEPT-MARGIN-FILE
           END-IF.
           IF DEPT-MARGIN-STATUS NOT = "00"
               DISPLAY "deptmgn.dat OPEN FAILED, STATUS "
                   DEPT-MARGIN-STATUS
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.

       LOAD-MONTH-DEPARTMENTS.
      *    Every department already on this month's history prints
      *    its month-to-date line, even on a night it sold nothing.
           MOVE LOW-VALUES TO DM-MARGIN-KEY.
           START DEPT-MARGIN-FILE
               KEY IS GREATER THAN OR EQUAL TO DM-MARGIN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MARGIN-EOF-SWITCH
           END-START.
           PERFORM LOAD-ONE-MONTH-DEPARTMENT
               UNTIL END-OF-MARGINS.

       LOAD-ONE-MONTH-DEPARTMENT.
           READ DEPT-MARGIN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MARGIN-EOF-SWITCH
               NOT AT END
                   IF DM-PERIOD = WS-CURRENT-PERIOD
                       MOVE DM-DEPARTMENT TO WS-SEARCH-DEPARTMENT
                       PERFORM FIND-MARGIN-DEPARTMENT
                   END-IF
           END-READ.

       FIND-MARGIN-DEPARTMENT.
      *    Leaves MG-IDX on the department's table entry, adding the
      *    entry if this is the first time the department is seen.
           SET MG-IDX TO 1.
           SEARCH WS-MG-ENTRY
               VARYING MG-IDX
               AT END
                   PERFORM ADD-MARGIN-DEPARTMENT
               WHEN MG-IDX > WS-MG-DEPT-COUNT
                   PERFORM ADD-MARGIN-DEPARTMENT
               WHEN WS-MG-DEPT (MG-IDX) = WS-SEARCH-DEPARTMENT
                   CONTINUE
           END-SEARCH.

       ADD-MARGIN-DEPARTMENT.
           IF WS-MG-DEPT-COUNT < 500
               ADD 1 TO WS-MG-DEPT-COUNT
               SET MG-IDX TO WS-MG-DEPT-COUNT
               MOVE WS-SEARCH-DEPARTMENT TO WS-MG-DEPT (MG-IDX)
               MOVE 0 TO WS-MG-SALES (MG-IDX)
               MOVE 0 TO WS-MG-COST (MG-IDX)
               MOVE 0 TO WS-MG-RETURNS (MG-IDX)
               MOVE 0 TO WS-MG-RETURN-COST (MG-IDX)
               MOVE 0 TO WS-MG-RATIO-RETURNS (MG-IDX)
           ELSE
               DISPLAY "MARGIN TABLE FULL - DEPARTMENT "
                   WS-SEARCH-DEPARTMENT " NOT REPORTED"
           END-IF.

       READ-ACCEPTED-ORDER.
           READ ACCEPTED-ORDER-FILE
               AT END
                   MOVE "Y" TO WS-ORDER-EOF-SWITCH
           END-READ.

       COST-ONE-ORDER-LINE.
           ADD 1 TO WS-ORDER-LINE-COUNT.
           COMPUTE WS-LINE-SALES ROUNDED =
               AO-QUANTITY * AO-UNIT-PRICE.
           MOVE 0 TO WS-LINE-COST.
           PERFORM READ-LINE-ITEM.
           IF ITEM-FOUND AND IT-UNIT-COST > 0
               COMPUTE WS-LINE-COST ROUNDED =
                   AO-QUANTITY * IT-UNIT-COST
               IF AO-UNIT-PRICE < IT-UNIT-COST
                   PERFORM PRINT-BELOW-COST-LINE
               END-IF
           ELSE
               ADD 1 TO WS-UNCOSTED-COUNT
           END-IF.
           MOVE AO-DEPARTMENT TO WS-SEARCH-DEPARTMENT.
           PERFORM FIND-MARGIN-DEPARTMENT.
           IF MG-IDX NOT > WS-MG-DEPT-COUNT
               ADD WS-LINE-SALES TO WS-MG-SALES (MG-IDX)
               ADD WS-LINE-COST  TO WS-MG-COST (MG-IDX)
           END-IF.
           PERFORM READ-ACCEPTED-ORDER.

       READ-LINE-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH.
           IF ITEM-MASTER-OPEN
               MOVE AO-ITEM-NUMBER TO IT-ITEM-NUMBER
               READ ITEM-MASTER-FILE
                   KEY IS IT-ITEM-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ITEM-FOUND-SWITCH
               END-READ
           END-IF.

       PRINT-BELOW-COST-LINE.
           ADD 1 TO WS-BELOW-COST-COUNT.
           MOVE AO-CUSTOMER-ID  TO EXC-CUSTOMER-ID.
           MOVE AO-ORDER-NUMBER TO EXC-ORDER-NUMBER.
           MOVE AO-ITEM-NUMBER  TO EXC-ITEM-NUMBER.
           MOVE AO-DEPARTMENT   TO EXC-DEPARTMENT.
           MOVE AO-QUANTITY     TO EXC-QUANTITY.
           MOVE AO-UNIT-PRICE   TO EXC-UNIT-PRICE.
           MOVE IT-UNIT-COST    TO EXC-UNIT-COST.
           MOVE IT-UNIT-PRICE   TO EXC-LIST-PRICE.
      *    List price at or above cost means the line was brought
      *    under cost by a customer price agreement or an override.
           IF AO-UNIT-PRICE < IT-UNIT-PRICE
               MOVE "BELOW LIST (AGREEMENT/OVERRIDE)" TO EXC-NOTE
           ELSE
               MOVE "LIST PRICE BELOW COST" TO EXC-NOTE
           END-IF.
           MOVE " " TO PRINT-CC.
           MOVE MGN-EXCEPTION-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       READ-POSTED-RETURN.
           READ POSTED-RETURN-FILE
               AT END
                   MOVE "Y" TO WS-RETURN-EOF-SWITCH
           END-READ.

       NET-ONE-RETURN.
           ADD 1 TO WS-RETURN-LINE-COUNT.
           COMPUTE WS-LINE-RETURN ROUNDED =
               RT-QUANTITY * RT-UNIT-PRICE.
           MOVE 0 TO WS-LINE-COST.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH.
           IF RT-ITEM-NUMBER NOT = SPACES AND ITEM-MASTER-OPEN
               MOVE RT-ITEM-NUMBER TO IT-ITEM-NUMBER
               READ ITEM-MASTER-FILE
                   KEY IS IT-ITEM-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ITEM-FOUND-SWITCH
               END-READ
           END-IF.
           MOVE RT-DEPARTMENT TO WS-SEARCH-DEPARTMENT.
           PERFORM FIND-MARGIN-DEPARTMENT.
           IF MG-IDX NOT > WS-MG-DEPT-COUNT
               ADD WS-LINE-RETURN TO WS-MG-RETURNS (MG-IDX)
               EVALUATE TRUE
                   WHEN RETURN-DAMAGED
                       CONTINUE
                   WHEN ITEM-FOUND AND IT-UNIT-COST > 0
                       COMPUTE WS-LINE-COST ROUNDED =
                           RT-QUANTITY * IT-UNIT-COST
                       ADD WS-LINE-COST
                           TO WS-MG-RETURN-COST (MG-IDX)
                   WHEN OTHER
                       ADD WS-LINE-RETURN
                           TO WS-MG-RATIO-RETURNS (MG-IDX)
               END-EVALUATE
           END-IF.
           PERFORM READ-POSTED-RETURN.

       POST-AND-PRINT-DEPARTMENT.
           PERFORM READ-DEPARTMENT-MONTH.
           IF DM-LAST-POSTED-DATE NOT = WS-BUSINESS-DATE
               ADD WS-MG-SALES (MG-IDX) TO DM-SALES-AMOUNT
               ADD WS-MG-COST (MG-IDX)  TO DM-COST-AMOUNT
           END-IF.
      *    Returns with no usable item cost are costed at the
      *    department's month-to-date cost-to-sales ratio, tonight
      *    included, on top of the item-costed returns.
           IF DM-SALES-AMOUNT > 0
               COMPUTE WS-MG-RETURN-COST (MG-IDX) ROUNDED =
                   WS-MG-RETURN-COST (MG-IDX)
                   + WS-MG-RATIO-RETURNS (MG-IDX) * DM-COST-AMOUNT
                   / DM-SALES-AMOUNT
           END-IF.
           IF DM-LAST-POSTED-DATE NOT = WS-BUSINESS-DATE
               ADD WS-MG-RETURNS (MG-IDX) TO DM-RETURN-AMOUNT
               ADD WS-MG-RETURN-COST (MG-IDX) TO DM-RETURN-COST
               PERFORM POST-DEPARTMENT-MONTH
           END-IF.
           MOVE WS-MG-DEPT (MG-IDX)        TO MGN-DEPARTMENT.
           MOVE "TONIGHT"                  TO MGN-BASIS.
           MOVE WS-MG-SALES (MG-IDX)       TO WS-FIG-SALES.
           MOVE WS-MG-RETURNS (MG-IDX)     TO WS-FIG-RETURNS.
           MOVE WS-MG-COST (MG-IDX)        TO WS-FIG-COST.
           MOVE WS-MG-RETURN-COST (MG-IDX) TO WS-FIG-RETURN-COST.
           PERFORM PRINT-MARGIN-FIGURES.
           ADD WS-FIG-SALES       TO WS-GN-SALES.
           ADD WS-FIG-RETURNS     TO WS-GN-RETURNS.
           ADD WS-FIG-COST        TO WS-GN-COST.
           ADD WS-FIG-RETURN-COST TO WS-GN-RETURN-COST.
           MOVE SPACES                     TO MGN-DEPARTMENT.
           MOVE "MONTH-TO-DATE"            TO MGN-BASIS.
           MOVE DM-SALES-AMOUNT            TO WS-FIG-SALES.
           MOVE DM-RETURN-AMOUNT           TO WS-FIG-RETURNS.
           MOVE DM-COST-AMOUNT             TO WS-FIG-COST.
           MOVE DM-RETURN-COST             TO WS-FIG-RETURN-COST.
           PERFORM PRINT-MARGIN-FIGURES.
           ADD WS-FIG-SALES       TO WS-GM-SALES.
           ADD WS-FIG-RETURNS     TO WS-GM-RETURNS.
           ADD WS-FIG-COST        TO WS-GM-COST.
           ADD WS-FIG-RETURN-COST TO WS-GM-RETURN-COST.

       READ-DEPARTMENT-MONTH.
           MOVE WS-MG-DEPT (MG-IDX) TO DM-DEPARTMENT.
           MOVE WS-CURRENT-PERIOD   TO DM-PERIOD.
           READ DEPT-MARGIN-FILE
               KEY IS DM-MARGIN-KEY
               INVALID KEY
                   MOVE "N" TO WS-MARGIN-FOUND-SWITCH
                   MOVE 0 TO DM-SALES-AMOUNT
                   MOVE 0 TO DM-COST-AMOUNT
                   MOVE 0 TO DM-RETURN-AMOUNT
                   MOVE 0 TO DM-RETURN-COST
                   MOVE 0 TO DM-LAST-POSTED-DATE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MARGIN-FOUND-SWITCH
           END-READ.

       POST-DEPARTMENT-MONTH.
      *    A department loaded from the month's history with nothing
      *    tonight is left as it is.
           IF WS-MG-SALES (MG-IDX) NOT = 0
               OR WS-MG-RETURNS (MG-IDX) NOT = 0
               MOVE WS-BUSINESS-DATE TO DM-LAST-POSTED-DATE
               IF MARGIN-RECORD-FOUND
                   REWRITE DEPT-MARGIN-RECORD
                       INVALID KEY
                           DISPLAY "deptmgn.dat REWRITE FAILED FOR "
                               DM-DEPARTMENT ", STATUS "
                               DEPT-MARGIN-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-COUNT
                   END-REWRITE
               ELSE
                   WRITE DEPT-MARGIN-RECORD
                       INVALID KEY
                           DISPLAY "deptmgn.dat WRITE FAILED FOR "
                               DM-DEPARTMENT ", STATUS "
                               DEPT-MARGIN-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-COUNT
                   END-WRITE
               END-IF
           END-IF.

       PRINT-MARGIN-FIGURES.
      *    Net sales are sales less returns; net cost is cost less
      *    the cost of the goods returned.
           COMPUTE WS-FIG-NET-SALES = WS-FIG-SALES - WS-FIG-RETURNS.
           COMPUTE WS-FIG-NET-COST =
               WS-FIG-COST - WS-FIG-RETURN-COST.
           COMPUTE WS-FIG-MARGIN =
               WS-FIG-NET-SALES - WS-FIG-NET-COST.
           IF WS-FIG-NET-SALES NOT = 0
               COMPUTE WS-FIG-MARGIN-PCT ROUNDED =
                   WS-FIG-MARGIN * 100 / WS-FIG-NET-SALES
                   ON SIZE ERROR
                       MOVE 0 TO WS-FIG-MARGIN-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-FIG-MARGIN-PCT
           END-IF.
           MOVE WS-FIG-SALES      TO MGN-SALES.
           MOVE WS-FIG-RETURNS    TO MGN-RETURNS.
           MOVE WS-FIG-NET-SALES  TO MGN-NET-SALES.
           MOVE WS-FIG-NET-COST   TO MGN-NET-COST.
           MOVE WS-FIG-MARGIN     TO MGN-MARGIN.
           MOVE WS-FIG-MARGIN-PCT TO MGN-MARGIN-PCT.
           MOVE " " TO PRINT-CC.
           MOVE MGN-MARGIN-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-MARGIN-HEADING-LINE.
           MOVE " " TO PRINT-CC.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       PRINT-GRAND-TOTALS.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM PRINT-MARGIN-HEADING-LINE.
           MOVE "ALL DEPTS"         TO MGN-DEPARTMENT.
           MOVE "TONIGHT"           TO MGN-BASIS.
           MOVE WS-GN-SALES         TO WS-FIG-SALES.
           MOVE WS-GN-RETURNS       TO WS-FIG-RETURNS.
           MOVE WS-GN-COST          TO WS-FIG-COST.
           MOVE WS-GN-RETURN-COST   TO WS-FIG-RETURN-COST.
           PERFORM PRINT-MARGIN-FIGURES.
           MOVE SPACES              TO MGN-DEPARTMENT.
           MOVE "MONTH-TO-DATE"     TO MGN-BASIS.
           MOVE WS-GM-SALES         TO WS-FIG-SALES.
           MOVE WS-GM-RETURNS       TO WS-FIG-RETURNS.
           MOVE WS-GM-COST          TO WS-FIG-COST.
           MOVE WS-GM-RETURN-COST   TO WS-FIG-RETURN-COST.
           PERFORM PRINT-MARGIN-FIGURES.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM PRINT-MARGIN-HEADING-LINE.
           MOVE "LINES PRICED BELOW ITEM COST" TO CNT-LABEL.
           MOVE WS-BELOW-COST-COUNT TO CNT-VALUE.
           MOVE MGN-COUNT-LINE TO PRINT-TEXT.
           PERFORM PRINT-MARGIN-HEADING-LINE.
           MOVE "LINES WITH NO ITEM COST (NOT COSTED)" TO CNT-LABEL.
           MOVE WS-UNCOSTED-COUNT TO CNT-VALUE.
           MOVE MGN-COUNT-LINE TO PRINT-TEXT.
           PERFORM PRINT-MARGIN-HEADING-LINE.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY STATSPD.
