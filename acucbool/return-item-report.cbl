       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNITEM.
      ******************************************************************
      * Purpose: Returns by item and reason code - every return posted
      *          so far this business month, from the return history
      *          the nightly posting appends to, in item sequence with
      *          one line per reason code: how many returns, how many
      *          units, how many went back to stock and how many were
      *          damaged, and the credit given. Each item totals, so
      *          the buyers can see which products keep coming back
      *          and why before they reorder them. Returns keyed
      *          before items were carried print first under a blank
      *          item number.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RHSTSEL.
           COPY ITEMSEL.

           SELECT PRINT-FILE ASSIGN TO "rtnitem.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "rtnitem.srt".

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-HISTORY-FILE.
           COPY RHSTREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-ITEM-NUMBER      PIC X(10).
           05  SR-REASON-CODE      PIC X(4).
           05  SR-CONDITION        PIC X.
               88  SR-DAMAGED                  VALUE "D".
           05  SR-QUANTITY         PIC 9(5).
           05  SR-CREDIT-AMOUNT    PIC S9(9)V99.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  RETURN-HISTORY-STATUS   PIC XX.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  WS-HISTORY-EOF-SWITCH   PIC X       VALUE "N".
           88  END-OF-HISTORY                  VALUE "Y".
       01  WS-SORT-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SORTED-RETURNS           VALUE "Y".
       01  WS-FIRST-RECORD-SWITCH  PIC X       VALUE "Y".
           88  FIRST-RECORD-NOT-READ           VALUE "Y".
       01  WS-ITEM-FILE-SWITCH     PIC X       VALUE "N".
           88  ITEM-MASTER-OPEN                VALUE "Y".
       01  WS-CURRENT-PERIOD       PIC 9(6).
       01  WS-HISTORY-COUNT        PIC 9(7)    VALUE 0.
       01  WS-SELECTED-COUNT       PIC 9(7)    VALUE 0.
       01  WS-ITEM-COUNT           PIC 9(5)    VALUE 0.
       01  WS-PREV-ITEM-NUMBER     PIC X(10).
       01  WS-PREV-REASON-CODE     PIC X(4).
       01  WS-ITEM-PRINTED-SWITCH  PIC X       VALUE "N".
           88  ITEM-NAME-PRINTED               VALUE "Y".
       01  WS-REASON-TOTALS.
           05  WS-RSN-RETURNS      PIC 9(7).
           05  WS-RSN-UNITS        PIC 9(7).
           05  WS-RSN-RESTOCKED    PIC 9(7).
           05  WS-RSN-DAMAGED      PIC 9(7).
           05  WS-RSN-CREDIT       PIC S9(9)V99.
       01  WS-ITEM-TOTALS.
           05  WS-ITM-RETURNS      PIC 9(7).
           05  WS-ITM-UNITS        PIC 9(7).
           05  WS-ITM-RESTOCKED    PIC 9(7).
           05  WS-ITM-DAMAGED      PIC 9(7).
           05  WS-ITM-CREDIT       PIC S9(9)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GRD-RETURNS      PIC 9(7)     VALUE 0.
           05  WS-GRD-UNITS        PIC 9(7)     VALUE 0.
           05  WS-GRD-RESTOCKED    PIC 9(7)     VALUE 0.
           05  WS-GRD-DAMAGED      PIC 9(7)     VALUE 0.
           05  WS-GRD-CREDIT       PIC S9(11)V99 VALUE 0.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  RTNITEM-PERIOD-LINE.
           05  FILLER              PIC X(32)
                   VALUE "RETURNS BY ITEM AND REASON FOR ".
           05  PER-PERIOD          PIC 9(6).
           05  FILLER              PIC X(94) VALUE SPACES.

       01  RTNITEM-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "ITEM-NUMBER".
           05  FILLER              PIC X(27) VALUE "DESCRIPTION".
           05  FILLER              PIC X(6)  VALUE "REASON".
           05  FILLER              PIC X(9)  VALUE "  RETURNS".
           05  FILLER              PIC X(10) VALUE "     UNITS".
           05  FILLER              PIC X(10) VALUE " RESTOCKED".
           05  FILLER              PIC X(10) VALUE "   DAMAGED".
           05  FILLER              PIC X(16) VALUE "       CREDIT $".
           05  FILLER              PIC X(32) VALUE SPACES.

       01  RTNITEM-DETAIL-LINE.
           05  DTL-ITEM-NUMBER     PIC X(12).
           05  DTL-DESCRIPTION     PIC X(27).
           05  DTL-REASON-CODE     PIC X(6).
           05  DTL-RETURNS         PIC Z(8)9.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-UNITS           PIC Z(8)9.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-RESTOCKED       PIC Z(8)9.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-DAMAGED         PIC Z(8)9.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-CREDIT          PIC Z(10)9.99-.
           05  FILLER              PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "RTNITEM" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-CURRENT-PERIOD.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ITEM-FILE-SWITCH
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "RTNITEM" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           MOVE WS-CURRENT-PERIOD TO PER-PERIOD.
           MOVE RTNITEM-PERIOD-LINE TO PRINT-TEXT.
           PERFORM PRINT-RTNITEM-HEADING-LINE.
           MOVE RTNITEM-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM PRINT-RTNITEM-HEADING-LINE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ITEM-NUMBER
                                SR-REASON-CODE
               INPUT PROCEDURE IS GATHER-MONTH-RETURNS
               OUTPUT PROCEDURE IS PRINT-THE-RETURNS.
           CLOSE PRINT-FILE.
           IF ITEM-MASTER-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           DISPLAY "RETURNS BY ITEM COMPLETE - " WS-SELECTED-COUNT
               " RETURNS THIS MONTH ACROSS " WS-ITEM-COUNT " ITEMS".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       PRINT-RTNITEM-HEADING-LINE.
           MOVE " " TO PRINT-CC.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       GATHER-MONTH-RETURNS.
      *    No history file means nothing has posted since returns
      *    began carrying items - the report prints empty.
           OPEN INPUT RETURN-HISTORY-FILE.
           IF RETURN-HISTORY-STATUS = "00"
               PERFORM READ-RETURN-HISTORY
               PERFORM SELECT-ONE-RETURN
                   UNTIL END-OF-HISTORY
               CLOSE RETURN-HISTORY-FILE
           END-IF.

       READ-RETURN-HISTORY.
           READ RETURN-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-SWITCH
           END-READ.

       SELECT-ONE-RETURN.
           ADD 1 TO WS-HISTORY-COUNT.
           IF RH-POST-DATE (1:6) = WS-CURRENT-PERIOD
               ADD 1 TO WS-SELECTED-COUNT
               MOVE RH-ITEM-NUMBER TO SR-ITEM-NUMBER
               MOVE RH-REASON-CODE TO SR-REASON-CODE
               MOVE RH-CONDITION   TO SR-CONDITION
               MOVE RH-QUANTITY    TO SR-QUANTITY
               COMPUTE SR-CREDIT-AMOUNT ROUNDED =
                   RH-QUANTITY * RH-UNIT-PRICE
               RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM READ-RETURN-HISTORY.

       PRINT-THE-RETURNS.
           PERFORM RETURN-SORTED-RETURN.
           PERFORM TALLY-ONE-RETURN
               UNTIL END-OF-SORTED-RETURNS.
           IF NOT FIRST-RECORD-NOT-READ
               PERFORM PRINT-REASON-LINE
               PERFORM PRINT-ITEM-TOTAL
           END-IF.
           PERFORM PRINT-GRAND-TOTAL.
           PERFORM PRINT-REPORT-TRAILER.

       RETURN-SORTED-RETURN.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       TALLY-ONE-RETURN.
           IF FIRST-RECORD-NOT-READ
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               PERFORM START-NEW-ITEM
           ELSE
               EVALUATE TRUE
                   WHEN SR-ITEM-NUMBER NOT = WS-PREV-ITEM-NUMBER
                       PERFORM PRINT-REASON-LINE
                       PERFORM PRINT-ITEM-TOTAL
                       PERFORM START-NEW-ITEM
                   WHEN SR-REASON-CODE NOT = WS-PREV-REASON-CODE
                       PERFORM PRINT-REASON-LINE
                       MOVE SR-REASON-CODE TO WS-PREV-REASON-CODE
                       INITIALIZE WS-REASON-TOTALS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           ADD 1           TO WS-RSN-RETURNS.
           ADD SR-QUANTITY TO WS-RSN-UNITS.
           IF SR-DAMAGED
               ADD SR-QUANTITY TO WS-RSN-DAMAGED
           ELSE
               IF SR-ITEM-NUMBER NOT = SPACES
                   ADD SR-QUANTITY TO WS-RSN-RESTOCKED
               END-IF
           END-IF.
           ADD SR-CREDIT-AMOUNT TO WS-RSN-CREDIT.
           PERFORM RETURN-SORTED-RETURN.

       START-NEW-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE SR-ITEM-NUMBER TO WS-PREV-ITEM-NUMBER.
           MOVE SR-REASON-CODE TO WS-PREV-REASON-CODE.
           MOVE "N" TO WS-ITEM-PRINTED-SWITCH.
           INITIALIZE WS-REASON-TOTALS.
           INITIALIZE WS-ITEM-TOTALS.

       PRINT-REASON-LINE.
      *    The item number and description print on the item's first
      *    reason line only, so each item reads as one block.
           IF ITEM-NAME-PRINTED
               MOVE SPACES TO DTL-ITEM-NUMBER
               MOVE SPACES TO DTL-DESCRIPTION
           ELSE
               MOVE "Y" TO WS-ITEM-PRINTED-SWITCH
               MOVE WS-PREV-ITEM-NUMBER TO DTL-ITEM-NUMBER
               PERFORM GET-ITEM-DESCRIPTION
           END-IF.
           MOVE WS-PREV-REASON-CODE TO DTL-REASON-CODE.
           MOVE WS-RSN-RETURNS   TO DTL-RETURNS.
           MOVE WS-RSN-UNITS     TO DTL-UNITS.
           MOVE WS-RSN-RESTOCKED TO DTL-RESTOCKED.
           MOVE WS-RSN-DAMAGED   TO DTL-DAMAGED.
           MOVE WS-RSN-CREDIT    TO DTL-CREDIT.
           MOVE " " TO PRINT-CC.
           MOVE RTNITEM-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           ADD WS-RSN-RETURNS   TO WS-ITM-RETURNS.
           ADD WS-RSN-UNITS     TO WS-ITM-UNITS.
           ADD WS-RSN-RESTOCKED TO WS-ITM-RESTOCKED.
           ADD WS-RSN-DAMAGED   TO WS-ITM-DAMAGED.
           ADD WS-RSN-CREDIT    TO WS-ITM-CREDIT.

       GET-ITEM-DESCRIPTION.
           MOVE SPACES TO DTL-DESCRIPTION.
           IF WS-PREV-ITEM-NUMBER = SPACES
               MOVE "(NO ITEM KEYED)" TO DTL-DESCRIPTION
           ELSE
               IF ITEM-MASTER-OPEN
                   MOVE WS-PREV-ITEM-NUMBER TO IT-ITEM-NUMBER
                   READ ITEM-MASTER-FILE
                       KEY IS IT-ITEM-NUMBER
                       INVALID KEY
                           MOVE "(NOT ON ITEM MASTER)"
                               TO DTL-DESCRIPTION
                       NOT INVALID KEY
                           MOVE IT-DESCRIPTION TO DTL-DESCRIPTION
                   END-READ
               END-IF
           END-IF.

       PRINT-ITEM-TOTAL.
           MOVE SPACES           TO DTL-ITEM-NUMBER.
           MOVE "  ITEM TOTAL"   TO DTL-DESCRIPTION.
           MOVE SPACES           TO DTL-REASON-CODE.
           MOVE WS-ITM-RETURNS   TO DTL-RETURNS.
           MOVE WS-ITM-UNITS     TO DTL-UNITS.
           MOVE WS-ITM-RESTOCKED TO DTL-RESTOCKED.
           MOVE WS-ITM-DAMAGED   TO DTL-DAMAGED.
           MOVE WS-ITM-CREDIT    TO DTL-CREDIT.
           MOVE " " TO PRINT-CC.
           MOVE RTNITEM-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           ADD WS-ITM-RETURNS   TO WS-GRD-RETURNS.
           ADD WS-ITM-UNITS     TO WS-GRD-UNITS.
           ADD WS-ITM-RESTOCKED TO WS-GRD-RESTOCKED.
           ADD WS-ITM-DAMAGED   TO WS-GRD-DAMAGED.
           ADD WS-ITM-CREDIT    TO WS-GRD-CREDIT.

       PRINT-GRAND-TOTAL.
           MOVE SPACES             TO DTL-ITEM-NUMBER.
           MOVE "ALL ITEMS THIS MONTH" TO DTL-DESCRIPTION.
           MOVE SPACES             TO DTL-REASON-CODE.
           MOVE WS-GRD-RETURNS     TO DTL-RETURNS.
           MOVE WS-GRD-UNITS       TO DTL-UNITS.
           MOVE WS-GRD-RESTOCKED   TO DTL-RESTOCKED.
           MOVE WS-GRD-DAMAGED     TO DTL-DAMAGED.
           MOVE WS-GRD-CREDIT      TO DTL-CREDIT.
           MOVE " " TO PRINT-CC.
           MOVE RTNITEM-DETAIL-LINE TO PRINT-TEXT.
           PERFORM PRINT-RTNITEM-HEADING-LINE.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
