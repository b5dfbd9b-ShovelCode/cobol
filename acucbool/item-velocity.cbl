       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMVEL.
      ******************************************************************
      * Purpose: Monthly item sales velocity, off the rolling 13-week
      *          item movement history the nightly depletion builds
      *          (itemmove.dat). Every item on the master is totalled
      *          - 13-week units and dollars, and the last week it
      *          sold - into a work file, which is then sorted twice:
      *            - by 13-week dollars, descending, to class each
      *              item A, B or C: A for the items that carry the
      *              first 80 percent of the dollars, B the next 15,
      *              C the rest and anything that did not sell. The
      *              class is stored back on the item master for the
      *              buyers' screens, and the list prints with each
      *              item's average weekly units and the weeks of
      *              supply its on-hand represents at that rate;
      *            - by stock value (on-hand at unit cost),
      *              descending, for the slow movers - items with
      *              stock on hand but no sale in the last 90 days,
      *              the most money tied up first.
      *          Runs at month end, after the night's depletion.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ITEMSEL.
           COPY IMOVSEL.

           SELECT VELOCITY-WORK-FILE ASSIGN TO "itemvel.wrk"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VELOCITY-WORK-STATUS.

           SELECT PRINT-FILE ASSIGN TO "itemvel.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "itemvel.srt".

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  ITEM-MOVEMENT-FILE.
           COPY IMOVREC.

       FD  VELOCITY-WORK-FILE.
       01  VELOCITY-WORK-RECORD.
           05  VW-ITEM-NUMBER      PIC X(10).
           05  VW-DESCRIPTION      PIC X(30).
           05  VW-DEPARTMENT       PIC X(10).
           05  VW-ON-HAND          PIC S9(7).
           05  VW-UNIT-COST        PIC S9(5)V99.
           05  VW-STOCK-VALUE      PIC S9(11)V99.
           05  VW-UNITS            PIC S9(9).
           05  VW-SALES-AMOUNT     PIC S9(11)V99.
           05  VW-LAST-WEEK-ENDING PIC 9(8).
           05  VW-SLOW-FLAG        PIC X.

      *    Field order mirrors the work file record - SORT ... USING
      *    copies records into this area byte for byte.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-ITEM-NUMBER      PIC X(10).
           05  SR-DESCRIPTION      PIC X(30).
           05  SR-DEPARTMENT       PIC X(10).
           05  SR-ON-HAND          PIC S9(7).
           05  SR-UNIT-COST        PIC S9(5)V99.
           05  SR-STOCK-VALUE      PIC S9(11)V99.
           05  SR-UNITS            PIC S9(9).
           05  SR-SALES-AMOUNT     PIC S9(11)V99.
           05  SR-LAST-WEEK-ENDING PIC 9(8).
           05  SR-SLOW-FLAG        PIC X.
               88  SR-SLOW-MOVER               VALUE "Y".

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  VELOCITY-WORK-STATUS    PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-ITEM-MASTER              VALUE "Y".
       01  WS-MOVE-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-ITEM-WEEKS               VALUE "Y".
       01  WS-SORT-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SORTED-ITEMS             VALUE "Y".
       01  WS-ITEM-COUNT           PIC 9(6)    VALUE 0.
       01  WS-SLOW-COUNT           PIC 9(6)    VALUE 0.
       01  WS-RANK                 PIC 9(5).
       01  WS-SLOW-CUTOFF-DATE     PIC 9(8).
       01  WS-TOTAL-SALES-AMOUNT   PIC S9(13)V99 VALUE 0.
       01  WS-CUMULATIVE-AMOUNT    PIC S9(13)V99.
       01  WS-CUMULATIVE-PERCENT   PIC S9(3)V9.
       01  WS-PRIOR-PERCENT        PIC S9(3)V9.
       01  WS-NEW-CLASS            PIC X.
       01  WS-SECTION-HEADINGS     PIC X(132).
       01  WS-AVERAGE-WEEKLY-UNITS PIC S9(7)V9.
       01  WS-WEEKS-OF-SUPPLY      PIC S9(5)V9.

      *    Percent of the 13-week dollars that closes each class.
       01  WS-CLASS-A-LIMIT        PIC 9(3)V9  VALUE 80.0.
       01  WS-CLASS-B-LIMIT        PIC 9(3)V9  VALUE 95.0.

       01  WS-CLASS-TOTALS.
           05  WS-CLASS-ENTRY      OCCURS 3 TIMES.
               10  WS-CLASS-ITEMS  PIC 9(6).
               10  WS-CLASS-AMOUNT PIC S9(13)V99.
       01  WS-CLASS-SUB            PIC 9.
       01  WS-CLASS-LETTERS        PIC X(3)    VALUE "ABC".

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY IMOVWS.

       01  VELOCITY-TITLE-LINE.
           05  VEL-TITLE           PIC X(60).
           05  FILLER              PIC X(14) VALUE "WEEK ENDING: ".
           05  VEL-WEEK-ENDING     PIC 9(8).
           05  FILLER              PIC X(50) VALUE SPACES.

       01  ABC-COLUMN-HEADINGS.
           05  FILLER              PIC X(6)  VALUE "RANK".
           05  FILLER              PIC X(11) VALUE "ITEM".
           05  FILLER              PIC X(26) VALUE "DESCRIPTION".
           05  FILLER              PIC X(11) VALUE "DEPARTMENT".
           05  FILLER              PIC X(11) VALUE "13WK UNITS".
           05  FILLER              PIC X(15) VALUE "  13WK DOLLARS".
           05  FILLER              PIC X(8)  VALUE "  CUM %".
           05  FILLER              PIC X(5)  VALUE "CLS".
           05  FILLER              PIC X(9)  VALUE " ON-HAND".
           05  FILLER              PIC X(11) VALUE " AVG/WEEK".
           05  FILLER              PIC X(19) VALUE "  WKS SUPPLY".

       01  ABC-DETAIL-LINE.
           05  DTL-RANK            PIC ZZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-ITEM-NUMBER     PIC X(11).
           05  DTL-DESCRIPTION     PIC X(25).
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-DEPARTMENT      PIC X(11).
           05  DTL-UNITS           PIC ZZZZZZZZ9-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-SALES-AMOUNT    PIC ZZZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-CUM-PERCENT     PIC ZZ9.9.
           05  FILLER              PIC XXX   VALUE SPACES.
           05  DTL-CLASS           PIC X.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  DTL-ON-HAND         PIC ZZZZZZ9-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-AVERAGE-WEEKLY  PIC ZZZZZZ9.9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-WEEKS-SUPPLY    PIC ZZZZZ9.9.
           05  DTL-WEEKS-TEXT REDEFINES DTL-WEEKS-SUPPLY
                                   PIC X(8).
           05  FILLER              PIC X(11) VALUE SPACES.

       01  CLASS-TOTAL-LINE.
           05  FILLER              PIC X(6)  VALUE "CLASS ".
           05  CLS-CLASS           PIC X.
           05  FILLER              PIC X(3)  VALUE " - ".
           05  CLS-ITEMS           PIC ZZZZZ9.
           05  FILLER              PIC X(8)  VALUE " ITEMS, ".
           05  CLS-AMOUNT          PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(91) VALUE SPACES.

       01  SLOW-COLUMN-HEADINGS.
           05  FILLER              PIC X(11) VALUE "ITEM".
           05  FILLER              PIC X(31) VALUE "DESCRIPTION".
           05  FILLER              PIC X(11) VALUE "DEPARTMENT".
           05  FILLER              PIC X(10) VALUE " ON-HAND".
           05  FILLER              PIC X(11) VALUE "UNIT COST".
           05  FILLER              PIC X(16) VALUE "  STOCK VALUE".
           05  FILLER              PIC X(42) VALUE "LAST SALE WEEK".

       01  SLOW-DETAIL-LINE.
           05  SLW-ITEM-NUMBER     PIC X(11).
           05  SLW-DESCRIPTION     PIC X(30).
           05  FILLER              PIC X     VALUE SPACE.
           05  SLW-DEPARTMENT      PIC X(11).
           05  SLW-ON-HAND         PIC ZZZZZZ9-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  SLW-UNIT-COST       PIC ZZZZ9.99-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  SLW-STOCK-VALUE     PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC XXX   VALUE SPACES.
           05  SLW-LAST-SALE       PIC X(14).
           05  FILLER              PIC X(28) VALUE SPACES.

       01  VELOCITY-NONE-LINE.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  NON-TEXT            PIC X(60).
           05  FILLER              PIC X(66) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "ITEMVEL" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO MV-WS-DATE.
           PERFORM SET-MOVEMENT-WEEK.
           COMPUTE WS-SLOW-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) - 90).
           OPEN I-O ITEM-MASTER-FILE.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "NO ITEM MASTER - NOTHING TO CLASSIFY"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
      *    No movement file yet means nothing has sold since the
      *    history began - every item classes C.
           OPEN INPUT ITEM-MOVEMENT-FILE.
           IF ITEM-MOVEMENT-STATUS NOT = "00"
               MOVE "Y" TO WS-MOVE-EOF-SWITCH
           END-IF.
           OPEN OUTPUT VELOCITY-WORK-FILE.
           PERFORM READ-ITEM-RECORD.
           PERFORM TOTAL-ONE-ITEM
               UNTIL END-OF-ITEM-MASTER.
           CLOSE VELOCITY-WORK-FILE.
           IF ITEM-MOVEMENT-STATUS = "00"
               CLOSE ITEM-MOVEMENT-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "ITEMVEL" TO RPT-PROGRAM-NAME.
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SR-SALES-AMOUNT
               ON ASCENDING KEY SR-ITEM-NUMBER
               USING VELOCITY-WORK-FILE
               OUTPUT PROCEDURE IS CLASSIFY-ITEMS.
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SR-STOCK-VALUE
               ON ASCENDING KEY SR-ITEM-NUMBER
               USING VELOCITY-WORK-FILE
               OUTPUT PROCEDURE IS PRINT-SLOW-MOVERS.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE ITEM-MASTER-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "ITEM VELOCITY COMPLETE - " WS-ITEM-COUNT
               " ITEMS CLASSIFIED, " WS-SLOW-COUNT " SLOW MOVERS".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

      ******************************************************************
      * Pass 1 - one work record per item on the master
      ******************************************************************
       READ-ITEM-RECORD.
           READ ITEM-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       TOTAL-ONE-ITEM.
           MOVE IT-ITEM-NUMBER TO VW-ITEM-NUMBER.
           MOVE IT-DESCRIPTION TO VW-DESCRIPTION.
           MOVE IT-DEPARTMENT  TO VW-DEPARTMENT.
           MOVE IT-ON-HAND     TO VW-ON-HAND.
           MOVE IT-UNIT-COST   TO VW-UNIT-COST.
           MOVE 0 TO VW-STOCK-VALUE.
           IF IT-ON-HAND > 0
               COMPUTE VW-STOCK-VALUE = IT-ON-HAND * IT-UNIT-COST
           END-IF.
           MOVE 0 TO VW-UNITS.
           MOVE 0 TO VW-SALES-AMOUNT.
           MOVE 0 TO VW-LAST-WEEK-ENDING.
           IF ITEM-MOVEMENT-STATUS = "00"
               PERFORM TOTAL-ITEM-WEEKS
           END-IF.
      *    A week ending on or after the cutoff may hold a sale
      *    inside the 90 days, so only older history counts as slow.
           MOVE "N" TO VW-SLOW-FLAG.
           IF VW-ON-HAND > 0
               AND VW-LAST-WEEK-ENDING < WS-SLOW-CUTOFF-DATE
               MOVE "Y" TO VW-SLOW-FLAG
           END-IF.
           ADD VW-SALES-AMOUNT TO WS-TOTAL-SALES-AMOUNT.
           ADD 1 TO WS-ITEM-COUNT.
           WRITE VELOCITY-WORK-RECORD.
           PERFORM READ-ITEM-RECORD.

       TOTAL-ITEM-WEEKS.
           MOVE IT-ITEM-NUMBER TO MV-ITEM-NUMBER.
           MOVE 0 TO MV-WEEK-ENDING.
           MOVE "N" TO WS-MOVE-EOF-SWITCH.
           START ITEM-MOVEMENT-FILE
               KEY IS GREATER THAN OR EQUAL TO MV-MOVEMENT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MOVE-EOF-SWITCH
           END-START.
           IF NOT END-OF-ITEM-WEEKS
               PERFORM READ-ITEM-WEEK
           END-IF.
           PERFORM ADD-ONE-ITEM-WEEK
               UNTIL END-OF-ITEM-WEEKS.

       READ-ITEM-WEEK.
           READ ITEM-MOVEMENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MOVE-EOF-SWITCH
               NOT AT END
                   IF MV-ITEM-NUMBER NOT = IT-ITEM-NUMBER
                       MOVE "Y" TO WS-MOVE-EOF-SWITCH
                   END-IF
           END-READ.

       ADD-ONE-ITEM-WEEK.
      *    The depletion keeps only 13 weeks, so every week on file
      *    counts; weeks come oldest first under the key.
           ADD MV-UNITS        TO VW-UNITS.
           ADD MV-SALES-AMOUNT TO VW-SALES-AMOUNT.
           IF MV-UNITS > 0
               MOVE MV-WEEK-ENDING TO VW-LAST-WEEK-ENDING
           END-IF.
           PERFORM READ-ITEM-WEEK.

      ******************************************************************
      * Pass 2 - ABC class by 13-week dollars, stored on the item
      ******************************************************************
       CLASSIFY-ITEMS.
           PERFORM PRINT-REPORT-HEADER.
           MOVE "ITEM ABC CLASSIFICATION BY 13-WEEK SALES DOLLARS"
               TO VEL-TITLE.
           MOVE ABC-COLUMN-HEADINGS TO WS-SECTION-HEADINGS.
           PERFORM PRINT-SECTION-HEADINGS.
           MOVE 0 TO WS-RANK.
           MOVE 0 TO WS-CUMULATIVE-AMOUNT.
           MOVE 0 TO WS-CUMULATIVE-PERCENT.
           MOVE 0 TO WS-CLASS-ITEMS (1) WS-CLASS-ITEMS (2)
                     WS-CLASS-ITEMS (3).
           MOVE 0 TO WS-CLASS-AMOUNT (1) WS-CLASS-AMOUNT (2)
                     WS-CLASS-AMOUNT (3).
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM RETURN-SORTED-ITEM.
           IF END-OF-SORTED-ITEMS
               MOVE "NO ITEMS ON THE MASTER" TO NON-TEXT
               PERFORM PRINT-NONE-LINE
           END-IF.
           PERFORM CLASSIFY-ONE-ITEM
               UNTIL END-OF-SORTED-ITEMS.
           PERFORM PRINT-CLASS-TOTAL
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 3.

       RETURN-SORTED-ITEM.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       CLASSIFY-ONE-ITEM.
      *    The class goes by the share already taken before this
      *    item, so the item that crosses 80 percent is still an A.
           ADD 1 TO WS-RANK.
           MOVE WS-CUMULATIVE-PERCENT TO WS-PRIOR-PERCENT.
           ADD SR-SALES-AMOUNT TO WS-CUMULATIVE-AMOUNT.
           IF WS-TOTAL-SALES-AMOUNT > 0
               COMPUTE WS-CUMULATIVE-PERCENT ROUNDED =
                   WS-CUMULATIVE-AMOUNT * 100 / WS-TOTAL-SALES-AMOUNT
           END-IF.
           EVALUATE TRUE
               WHEN SR-SALES-AMOUNT NOT > 0
                   MOVE 3 TO WS-CLASS-SUB
               WHEN WS-PRIOR-PERCENT < WS-CLASS-A-LIMIT
                   MOVE 1 TO WS-CLASS-SUB
               WHEN WS-PRIOR-PERCENT < WS-CLASS-B-LIMIT
                   MOVE 2 TO WS-CLASS-SUB
               WHEN OTHER
                   MOVE 3 TO WS-CLASS-SUB
           END-EVALUATE.
           MOVE WS-CLASS-LETTERS (WS-CLASS-SUB:1) TO WS-NEW-CLASS.
           ADD 1 TO WS-CLASS-ITEMS (WS-CLASS-SUB).
           ADD SR-SALES-AMOUNT TO WS-CLASS-AMOUNT (WS-CLASS-SUB).
           PERFORM STORE-ITEM-CLASS.
           PERFORM PRINT-ABC-DETAIL.
           PERFORM RETURN-SORTED-ITEM.

       STORE-ITEM-CLASS.
           MOVE SR-ITEM-NUMBER TO IT-ITEM-NUMBER.
           READ ITEM-MASTER-FILE
               KEY IS IT-ITEM-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IT-ABC-CLASS NOT = WS-NEW-CLASS
                       MOVE WS-NEW-CLASS TO IT-ABC-CLASS
                       REWRITE ITEM-MASTER-RECORD
                   END-IF
           END-READ.

       PRINT-ABC-DETAIL.
           MOVE WS-RANK               TO DTL-RANK.
           MOVE SR-ITEM-NUMBER        TO DTL-ITEM-NUMBER.
           MOVE SR-DESCRIPTION        TO DTL-DESCRIPTION.
           MOVE SR-DEPARTMENT         TO DTL-DEPARTMENT.
           MOVE SR-UNITS              TO DTL-UNITS.
           MOVE SR-SALES-AMOUNT       TO DTL-SALES-AMOUNT.
           MOVE WS-CUMULATIVE-PERCENT TO DTL-CUM-PERCENT.
           MOVE WS-NEW-CLASS          TO DTL-CLASS.
           MOVE SR-ON-HAND            TO DTL-ON-HAND.
           COMPUTE WS-AVERAGE-WEEKLY-UNITS ROUNDED =
               SR-UNITS / MV-WS-KEEP-WEEKS.
           MOVE WS-AVERAGE-WEEKLY-UNITS TO DTL-AVERAGE-WEEKLY.
      *    Weeks of supply is on-hand over the average week's units;
      *    an item that has not sold has no rate to divide by.
           IF SR-UNITS NOT > 0
               MOVE "NO SALES" TO DTL-WEEKS-TEXT
           ELSE
               IF SR-ON-HAND NOT > 0
                   MOVE 0 TO WS-WEEKS-OF-SUPPLY
               ELSE
                   COMPUTE WS-WEEKS-OF-SUPPLY ROUNDED =
                       SR-ON-HAND * MV-WS-KEEP-WEEKS / SR-UNITS
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-WEEKS-OF-SUPPLY
                   END-COMPUTE
               END-IF
               MOVE WS-WEEKS-OF-SUPPLY TO DTL-WEEKS-SUPPLY
           END-IF.
           MOVE " " TO PRINT-CC.
           MOVE ABC-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-CLASS-TOTAL.
           MOVE WS-CLASS-LETTERS (WS-CLASS-SUB:1) TO CLS-CLASS.
           MOVE WS-CLASS-ITEMS (WS-CLASS-SUB)     TO CLS-ITEMS.
           MOVE WS-CLASS-AMOUNT (WS-CLASS-SUB)    TO CLS-AMOUNT.
           MOVE " " TO PRINT-CC.
           MOVE CLASS-TOTAL-LINE TO PRINT-TEXT.
           PERFORM CHECK-PAGE-BREAK.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

      ******************************************************************
      * Pass 3 - stock on hand with no sale in 90 days
      ******************************************************************
       PRINT-SLOW-MOVERS.
           ADD 1 TO RPT-PAGE-NUMBER.
           PERFORM PRINT-REPORT-HEADER.
           MOVE "SLOW MOVERS - STOCK ON HAND, NO SALE IN 90 DAYS"
               TO VEL-TITLE.
           MOVE SLOW-COLUMN-HEADINGS TO WS-SECTION-HEADINGS.
           PERFORM PRINT-SECTION-HEADINGS.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM RETURN-SORTED-ITEM.
           PERFORM CHECK-ONE-SLOW-ITEM
               UNTIL END-OF-SORTED-ITEMS.
           IF WS-SLOW-COUNT = 0
               MOVE "NO SLOW MOVERS" TO NON-TEXT
               PERFORM PRINT-NONE-LINE
           END-IF.

       CHECK-ONE-SLOW-ITEM.
           IF SR-SLOW-MOVER
               ADD 1 TO WS-SLOW-COUNT
               PERFORM PRINT-SLOW-DETAIL
           END-IF.
           PERFORM RETURN-SORTED-ITEM.

       PRINT-SLOW-DETAIL.
           MOVE SR-ITEM-NUMBER TO SLW-ITEM-NUMBER.
           MOVE SR-DESCRIPTION TO SLW-DESCRIPTION.
           MOVE SR-DEPARTMENT  TO SLW-DEPARTMENT.
           MOVE SR-ON-HAND     TO SLW-ON-HAND.
           MOVE SR-UNIT-COST   TO SLW-UNIT-COST.
           MOVE SR-STOCK-VALUE TO SLW-STOCK-VALUE.
           IF SR-LAST-WEEK-ENDING = 0
               MOVE "NONE IN 13 WKS" TO SLW-LAST-SALE
           ELSE
               MOVE SR-LAST-WEEK-ENDING TO SLW-LAST-SALE
           END-IF.
           MOVE " " TO PRINT-CC.
           MOVE SLOW-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

      ******************************************************************
      * Shared print paragraphs
      ******************************************************************
       PRINT-SECTION-HEADINGS.
      *    Caller MOVEs the title to VEL-TITLE and the section's
      *    column headings to WS-SECTION-HEADINGS first.
           MOVE MV-WS-WEEK-ENDING TO VEL-WEEK-ENDING.
           MOVE " " TO PRINT-CC.
           MOVE VELOCITY-TITLE-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE WS-SECTION-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       PRINT-NONE-LINE.
           MOVE " " TO PRINT-CC.
           MOVE VELOCITY-NONE-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY IMOVPD.
