       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVAL.
      ******************************************************************
      * Purpose: Month-end inventory valuation. One line per stocked
      *          department: the perpetual value of what is on the
      *          shelf (on-hand times unit cost, summed from
      *          itemmast.dat) against the balance the GL should
      *          carry in the department's inventory account - the
      *          opening balance from invval.dat plus the month's
      *          inventory lines GLEXTR sent (glextlog.dat, extracts
      *          the GL rejected left out). A department that does
      *          not tie prints its difference and flags, and the
      *          run ends WARNING, so the yearly plug to the
      *          perpetual becomes a monthly look. The usual causes
      *          of a difference are a unit cost changed by hand in
      *          ITEMMNT (the stock is revalued with no GL entry),
      *          the rounding of the average cost RECVENTR keeps,
      *          and an unmapped department whose stock lines went
      *          to GL-SUSP. A department's first valuation has no
      *          opening balance to carry, so it opens wherever makes
      *          the books agree (the last plug did exactly that) and
      *          flags OPENING SET; each month after carries the
      *          balance forward, and a rerun of the same month
      *          starts again from the same opening. Items with
      *          stock but no cost yet are counted, not valued - the
      *          GL carries them at nothing as well.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ITEMSEL.
           COPY GLMPSEL.
           COPY GLXLSEL.
           COPY IVALSEL.

           SELECT PRINT-FILE ASSIGN TO "invval.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  GL-MAP-FILE.
           COPY GLMPREC.

       FD  GL-EXTRACT-LOG-FILE.
           COPY GLXLREC.

       FD  INVENTORY-VALUATION-FILE.
           COPY IVALREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  GL-MAP-STATUS           PIC XX.
       01  GL-EXTRACT-LOG-STATUS   PIC XX.
       01  INVENTORY-VALUATION-STATUS PIC XX.
       01  WS-ITEM-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-ITEMS                    VALUE "Y".
       01  WS-LOG-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-EXTRACT-LOG              VALUE "Y".
       01  WS-VAL-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-VALUATIONS               VALUE "Y".
       01  WS-MAPPING-SWITCH       PIC X       VALUE "N".
           88  GL-MAPPING-ON                   VALUE "Y".
       01  WS-LOG-OPEN-SWITCH      PIC X       VALUE "N".
           88  EXTRACT-LOG-OPEN                VALUE "Y".
       01  WS-EXTRACT-SWITCH       PIC X       VALUE "N".
           88  EXTRACT-COUNTS                  VALUE "Y".
       01  WS-VAL-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  VAL-TABLE-OVERFLOWED            VALUE "Y".
       01  WS-CURRENT-PERIOD       PIC 9(6).
       01  WS-LINE-PERIOD          PIC 9(6).
       01  WS-NEW-DEPARTMENT       PIC X(10).
       01  WS-ITEM-VALUE           PIC S9(11)V99.
       01  WS-GL-BALANCE           PIC S9(11)V99.
       01  WS-DIFFERENCE           PIC S9(11)V99.
       01  WS-OUT-COUNT            PIC 9(5)    VALUE 0.
       01  WS-OPENING-SET-COUNT    PIC 9(5)    VALUE 0.
       01  WS-UNCOSTED-TOTAL       PIC 9(7)    VALUE 0.
       01  WS-LOG-LINES-USED       PIC 9(7)    VALUE 0.
       01  WS-TOTAL-PERPETUAL      PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-OPENING        PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-ACTIVITY       PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-BALANCE        PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-DIFFERENCE     PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-ITEMS          PIC 9(7)    VALUE 0.

       01  WS-VAL-TABLE.
           05  WS-VAL-DEPT-COUNT   PIC 9(3)    VALUE 0.
           05  WS-VAL-ENTRY        OCCURS 500 TIMES
                   INDEXED BY VAL-IDX.
               10  WS-VAL-DEPT     PIC X(10).
               10  WS-VAL-ACCOUNT  PIC X(10).
               10  WS-VAL-HISTORY  PIC X.
                   88  VAL-FIRST-VALUATION     VALUE "N".
                   88  VAL-RERUN               VALUE "R".
                   88  VAL-CARRIED-FORWARD     VALUE "C".
               10  WS-VAL-BASE-PERIOD PIC 9(6).
               10  WS-VAL-ITEM-COUNT PIC 9(7).
               10  WS-VAL-UNCOSTED PIC 9(5).
               10  WS-VAL-PERPETUAL PIC S9(11)V99.
               10  WS-VAL-OPENING  PIC S9(11)V99.
               10  WS-VAL-ACTIVITY PIC S9(11)V99.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  INVVAL-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "DEPARTMENT".
           05  FILLER              PIC X(12) VALUE "INV-ACCOUNT".
           05  FILLER              PIC X(9)  VALUE "   ITEMS".
           05  FILLER              PIC X(14) VALUE "    PERPETUAL".
           05  FILLER              PIC X(14) VALUE "   GL-OPENING".
           05  FILLER              PIC X(14) VALUE "  GL-ACTIVITY".
           05  FILLER              PIC X(14) VALUE "   GL-BALANCE".
           05  FILLER              PIC X(14) VALUE "   DIFFERENCE".
           05  FILLER              PIC X(8)  VALUE "UNCOST".
           05  FILLER              PIC X(21) VALUE SPACES.

       01  INVVAL-DETAIL-LINE.
           05  DTL-DEPARTMENT      PIC X(12).
           05  DTL-ACCOUNT         PIC X(12).
           05  DTL-ITEMS           PIC ZZZZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-PERPETUAL       PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-OPENING         PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-ACTIVITY        PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-BALANCE         PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-DIFFERENCE      PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-UNCOSTED        PIC ZZZZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-FLAG            PIC X(12).
           05  FILLER              PIC X(9)  VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "INVVAL" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-CURRENT-PERIOD.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "NO ITEM MASTER - NOTHING TO VALUE"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           OPEN INPUT GL-MAP-FILE.
           IF GL-MAP-STATUS = "00"
               MOVE "Y" TO WS-MAPPING-SWITCH
           END-IF.
           OPEN INPUT GL-EXTRACT-LOG-FILE.
           IF GL-EXTRACT-LOG-STATUS = "00"
               MOVE "Y" TO WS-LOG-OPEN-SWITCH
           ELSE
               DISPLAY "NO GL EXTRACT LOG - no inventory activity "
                   "this run."
           END-IF.
           PERFORM OPEN-VALUATION-FILE.
           PERFORM LOAD-PRIOR-VALUATIONS.
           PERFORM READ-ITEM-RECORD.
           PERFORM VALUE-ONE-ITEM
               UNTIL END-OF-ITEMS.
           IF EXTRACT-LOG-OPEN
               PERFORM READ-EXTRACT-LOG
               PERFORM SUM-ONE-LOG-LINE
                   UNTIL END-OF-EXTRACT-LOG
               CLOSE GL-EXTRACT-LOG-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "INVVAL" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           PERFORM REPORT-ONE-DEPARTMENT
               VARYING VAL-IDX FROM 1 BY 1
               UNTIL VAL-IDX > WS-VAL-DEPT-COUNT.
           PERFORM PRINT-VALUATION-TOTALS.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE ITEM-MASTER-FILE.
           IF GL-MAPPING-ON
               CLOSE GL-MAP-FILE
           END-IF.
           CLOSE INVENTORY-VALUATION-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "INVENTORY VALUATION COMPLETE - " WS-VAL-DEPT-COUNT
               " DEPARTMENTS, " WS-OUT-COUNT " NOT TIED, "
               WS-OPENING-SET-COUNT " OPENING SET".
           DISPLAY "  GL EXTRACT LINES USED " WS-LOG-LINES-USED
               ", UNCOSTED ITEMS WITH STOCK " WS-UNCOSTED-TOTAL.
           IF WS-OUT-COUNT > 0
               OR VAL-TABLE-OVERFLOWED
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-VALUATION-FILE.
           OPEN I-O INVENTORY-VALUATION-FILE.
           IF INVENTORY-VALUATION-STATUS = "05" OR "35"
               CLOSE INVENTORY-VALUATION-FILE
               OPEN OUTPUT INVENTORY-VALUATION-FILE
               CLOSE INVENTORY-VALUATION-FILE
               OPEN I-O INVENTORY-VALUATION-FILE
           END-IF.

       LOAD-PRIOR-VALUATIONS.
      *    Every department valued before is carried, even one whose
      *    items have all gone - its GL balance has not.
           PERFORM READ-VALUATION-RECORD.
           PERFORM LOAD-ONE-VALUATION
               UNTIL END-OF-VALUATIONS.

       READ-VALUATION-RECORD.
           READ INVENTORY-VALUATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-VAL-EOF-SWITCH
           END-READ.

       LOAD-ONE-VALUATION.
           MOVE IV-DEPARTMENT TO WS-NEW-DEPARTMENT.
           PERFORM FIND-VALUATION-DEPARTMENT.
           IF VAL-IDX NOT > WS-VAL-DEPT-COUNT
               IF IV-PERIOD < WS-CURRENT-PERIOD
                   MOVE "C" TO WS-VAL-HISTORY (VAL-IDX)
                   MOVE IV-PERIOD TO WS-VAL-BASE-PERIOD (VAL-IDX)
                   MOVE IV-GL-BALANCE TO WS-VAL-OPENING (VAL-IDX)
               ELSE
                   MOVE "R" TO WS-VAL-HISTORY (VAL-IDX)
                   MOVE IV-PRIOR-PERIOD
                       TO WS-VAL-BASE-PERIOD (VAL-IDX)
                   MOVE IV-GL-OPENING TO WS-VAL-OPENING (VAL-IDX)
               END-IF
           END-IF.
           PERFORM READ-VALUATION-RECORD.

       READ-ITEM-RECORD.
           READ ITEM-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ITEM-EOF-SWITCH
           END-READ.

       VALUE-ONE-ITEM.
           MOVE IT-DEPARTMENT TO WS-NEW-DEPARTMENT.
           PERFORM FIND-VALUATION-DEPARTMENT.
           IF VAL-IDX NOT > WS-VAL-DEPT-COUNT
               ADD 1 TO WS-VAL-ITEM-COUNT (VAL-IDX)
               IF IT-UNIT-COST NOT > 0
                   IF IT-ON-HAND NOT = 0
                       ADD 1 TO WS-VAL-UNCOSTED (VAL-IDX)
                       ADD 1 TO WS-UNCOSTED-TOTAL
                   END-IF
               ELSE
                   COMPUTE WS-ITEM-VALUE ROUNDED =
                       IT-ON-HAND * IT-UNIT-COST
                   ADD WS-ITEM-VALUE TO WS-VAL-PERPETUAL (VAL-IDX)
               END-IF
           END-IF.
           PERFORM READ-ITEM-RECORD.

       READ-EXTRACT-LOG.
           READ GL-EXTRACT-LOG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOG-EOF-SWITCH
           END-READ.

       SUM-ONE-LOG-LINE.
      *    Line 0000 leads each extract, so it decides whether the
      *    lines after it count: not one the GL rejected, and not
      *    from a month after this one.
           MOVE XL-RUN-DATE (1:6) TO WS-LINE-PERIOD.
           IF XL-LINE-NUMBER = 0
               IF XL-REJECTED-BY-GL
                   OR WS-LINE-PERIOD > WS-CURRENT-PERIOD
                   MOVE "N" TO WS-EXTRACT-SWITCH
               ELSE
                   MOVE "Y" TO WS-EXTRACT-SWITCH
               END-IF
           ELSE
               IF EXTRACT-COUNTS
                   AND XL-DEPARTMENT NOT = SPACES
                   PERFORM SUM-INVENTORY-LINE
               END-IF
           END-IF.
           PERFORM READ-EXTRACT-LOG.

       SUM-INVENTORY-LINE.
      *    Only departments that carry stock or were valued before -
      *    the sales departments on the same extract are not looked
      *    at, since only their inventory account lines could count.
           SET VAL-IDX TO 1.
           SEARCH WS-VAL-ENTRY
               VARYING VAL-IDX
               AT END
                   CONTINUE
               WHEN VAL-IDX > WS-VAL-DEPT-COUNT
                   CONTINUE
               WHEN WS-VAL-DEPT (VAL-IDX) = XL-DEPARTMENT
                   CONTINUE
           END-SEARCH.
           IF VAL-IDX NOT > WS-VAL-DEPT-COUNT
               IF XL-ACCOUNT = WS-VAL-ACCOUNT (VAL-IDX)
                   AND WS-LINE-PERIOD > WS-VAL-BASE-PERIOD (VAL-IDX)
                   ADD XL-DEBIT-AMOUNT TO WS-VAL-ACTIVITY (VAL-IDX)
                   SUBTRACT XL-CREDIT-AMOUNT
                       FROM WS-VAL-ACTIVITY (VAL-IDX)
                   ADD 1 TO WS-LOG-LINES-USED
               END-IF
           END-IF.

       FIND-VALUATION-DEPARTMENT.
           SET VAL-IDX TO 1.
           SEARCH WS-VAL-ENTRY
               VARYING VAL-IDX
               AT END
                   PERFORM ADD-VALUATION-DEPARTMENT
               WHEN VAL-IDX > WS-VAL-DEPT-COUNT
                   PERFORM ADD-VALUATION-DEPARTMENT
               WHEN WS-VAL-DEPT (VAL-IDX) = WS-NEW-DEPARTMENT
                   CONTINUE
           END-SEARCH.

       ADD-VALUATION-DEPARTMENT.
           IF WS-VAL-DEPT-COUNT < 500
               ADD 1 TO WS-VAL-DEPT-COUNT
               SET VAL-IDX TO WS-VAL-DEPT-COUNT
               MOVE WS-NEW-DEPARTMENT TO WS-VAL-DEPT (VAL-IDX)
               MOVE "N" TO WS-VAL-HISTORY (VAL-IDX)
               MOVE 0 TO WS-VAL-BASE-PERIOD (VAL-IDX)
               MOVE 0 TO WS-VAL-ITEM-COUNT (VAL-IDX)
               MOVE 0 TO WS-VAL-UNCOSTED (VAL-IDX)
               MOVE 0 TO WS-VAL-PERPETUAL (VAL-IDX)
               MOVE 0 TO WS-VAL-OPENING (VAL-IDX)
               MOVE 0 TO WS-VAL-ACTIVITY (VAL-IDX)
               PERFORM MAP-INVENTORY-ACCOUNT
           ELSE
               DISPLAY "WARNING - valuation department table full, "
                   WS-NEW-DEPARTMENT " NOT VALUED"
               MOVE "Y" TO WS-VAL-OVERFLOW-SWITCH
               SET VAL-IDX TO 501
           END-IF.

       MAP-INVENTORY-ACCOUNT.
      *    The account GLEXTR journals the department's stock to. An
      *    unmapped department's lines went to GL-SUSP, so nothing
      *    matches here and the department shows out until mapped.
           IF NOT GL-MAPPING-ON
               MOVE "INVENTORY" TO WS-VAL-ACCOUNT (VAL-IDX)
           ELSE
               MOVE WS-NEW-DEPARTMENT TO GM-DEPARTMENT
               READ GL-MAP-FILE
                   KEY IS GM-DEPARTMENT
                   INVALID KEY
                       MOVE SPACES TO GM-INVENTORY-ACCOUNT
               END-READ
               MOVE GM-INVENTORY-ACCOUNT TO WS-VAL-ACCOUNT (VAL-IDX)
           END-IF.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE INVVAL-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       REPORT-ONE-DEPARTMENT.
           IF VAL-FIRST-VALUATION (VAL-IDX)
               COMPUTE WS-VAL-OPENING (VAL-IDX) =
                   WS-VAL-PERPETUAL (VAL-IDX)
                   - WS-VAL-ACTIVITY (VAL-IDX)
               ADD 1 TO WS-OPENING-SET-COUNT
           END-IF.
           COMPUTE WS-GL-BALANCE =
               WS-VAL-OPENING (VAL-IDX) + WS-VAL-ACTIVITY (VAL-IDX).
           COMPUTE WS-DIFFERENCE =
               WS-VAL-PERPETUAL (VAL-IDX) - WS-GL-BALANCE.
           MOVE WS-VAL-DEPT (VAL-IDX)      TO DTL-DEPARTMENT.
           IF WS-VAL-ACCOUNT (VAL-IDX) = SPACES
               MOVE "UNMAPPED"             TO DTL-ACCOUNT
           ELSE
               MOVE WS-VAL-ACCOUNT (VAL-IDX) TO DTL-ACCOUNT
           END-IF.
           MOVE WS-VAL-ITEM-COUNT (VAL-IDX) TO DTL-ITEMS.
           MOVE WS-VAL-PERPETUAL (VAL-IDX) TO DTL-PERPETUAL.
           MOVE WS-VAL-OPENING (VAL-IDX)   TO DTL-OPENING.
           MOVE WS-VAL-ACTIVITY (VAL-IDX)  TO DTL-ACTIVITY.
           MOVE WS-GL-BALANCE              TO DTL-BALANCE.
           MOVE WS-DIFFERENCE              TO DTL-DIFFERENCE.
           MOVE WS-VAL-UNCOSTED (VAL-IDX)  TO DTL-UNCOSTED.
           IF WS-DIFFERENCE NOT = 0
               ADD 1 TO WS-OUT-COUNT
               MOVE "** OUT **"            TO DTL-FLAG
           ELSE
               IF VAL-FIRST-VALUATION (VAL-IDX)
                   MOVE "OPENING SET"      TO DTL-FLAG
               ELSE
                   MOVE SPACES             TO DTL-FLAG
               END-IF
           END-IF.
           MOVE " " TO PRINT-CC.
           MOVE INVVAL-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           ADD WS-VAL-ITEM-COUNT (VAL-IDX) TO WS-TOTAL-ITEMS.
           ADD WS-VAL-PERPETUAL (VAL-IDX)  TO WS-TOTAL-PERPETUAL.
           ADD WS-VAL-OPENING (VAL-IDX)    TO WS-TOTAL-OPENING.
           ADD WS-VAL-ACTIVITY (VAL-IDX)   TO WS-TOTAL-ACTIVITY.
           ADD WS-GL-BALANCE               TO WS-TOTAL-BALANCE.
           ADD WS-DIFFERENCE               TO WS-TOTAL-DIFFERENCE.
           PERFORM SAVE-DEPARTMENT-VALUATION.

       SAVE-DEPARTMENT-VALUATION.
      *    The month the opening came from is kept, so a rerun of
      *    this month opens where this run did.
           MOVE WS-VAL-DEPT (VAL-IDX)      TO IV-DEPARTMENT.
           MOVE WS-VAL-BASE-PERIOD (VAL-IDX) TO IV-PRIOR-PERIOD.
           MOVE WS-CURRENT-PERIOD          TO IV-PERIOD.
           MOVE WS-VAL-ITEM-COUNT (VAL-IDX) TO IV-ITEM-COUNT.
           MOVE WS-VAL-PERPETUAL (VAL-IDX) TO IV-PERPETUAL-VALUE.
           MOVE WS-VAL-OPENING (VAL-IDX)   TO IV-GL-OPENING.
           MOVE WS-VAL-ACTIVITY (VAL-IDX)  TO IV-GL-ACTIVITY.
           MOVE WS-GL-BALANCE              TO IV-GL-BALANCE.
           MOVE WS-BUSINESS-DATE           TO IV-RUN-DATE.
           IF VAL-FIRST-VALUATION (VAL-IDX)
               WRITE INVENTORY-VALUATION-RECORD
                   INVALID KEY
                       DISPLAY "WARNING - valuation record for "
                           IV-DEPARTMENT " NOT WRITTEN"
               END-WRITE
           ELSE
               REWRITE INVENTORY-VALUATION-RECORD
                   INVALID KEY
                       DISPLAY "WARNING - valuation record for "
                           IV-DEPARTMENT " NOT REWRITTEN"
               END-REWRITE
           END-IF.

       PRINT-VALUATION-TOTALS.
           MOVE "TOTAL"                TO DTL-DEPARTMENT.
           MOVE SPACES                 TO DTL-ACCOUNT.
           MOVE WS-TOTAL-ITEMS         TO DTL-ITEMS.
           MOVE WS-TOTAL-PERPETUAL     TO DTL-PERPETUAL.
           MOVE WS-TOTAL-OPENING       TO DTL-OPENING.
           MOVE WS-TOTAL-ACTIVITY      TO DTL-ACTIVITY.
           MOVE WS-TOTAL-BALANCE       TO DTL-BALANCE.
           MOVE WS-TOTAL-DIFFERENCE    TO DTL-DIFFERENCE.
           MOVE WS-UNCOSTED-TOTAL      TO DTL-UNCOSTED.
           MOVE SPACES                 TO DTL-FLAG.
           MOVE " " TO PRINT-CC.
           MOVE INVVAL-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
