       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSUGG.
      ******************************************************************
      * Purpose: Nightly purchase order suggestions. Every active
      *          item with a reorder point is measured by its stock
      *          position - on hand, plus what is still open on
      *          released PO lines (poline.dat), less what customers
      *          are already waiting for on backord.dat. An item
      *          whose position has fallen below its reorder point
      *          is suggested for its reorder quantity, or for the
      *          shortfall back up to the reorder point if that is
      *          larger, so a reorder quantity set too small can
      *          never leave the item still under its point.
      *
      *          posugg.dat is rebuilt from scratch each night, keyed
      *          by vendor then item, and the suggestion report
      *          prints it grouped by vendor with the vendor's name,
      *          phone, and lead time - the buyer's worksheet for
      *          releasing POs in POREL. Items with no vendor, or a
      *          vendor not on the master, group under a blank
      *          vendor and cannot be released until the item master
      *          names one; any such item ends the step RC-WARNING.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ITEMSEL.
           COPY VENDSEL.
           COPY POLNSEL.
           COPY BORDSEL.
           COPY POSGSEL.

           SELECT PRINT-FILE ASSIGN TO "posugg.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.
           COPY STATSSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  VENDOR-FILE.
           COPY VENDREC.

       FD  PO-LINE-FILE.
           COPY POLNREC.

       FD  BACKORDER-FILE.
           COPY BORDREC.

       FD  PO-SUGGEST-FILE.
           COPY POSGREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.
           COPY STATSFD.

       WORKING-STORAGE SECTION.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  VENDOR-FILE-STATUS      PIC XX.
       01  PO-LINE-STATUS          PIC XX.
       01  BACKORDER-STATUS        PIC XX.
       01  PO-SUGGEST-STATUS       PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-THIS-FILE                VALUE "Y".
       01  WS-VENDOR-FILE-SWITCH   PIC X       VALUE "N".
           88  VENDOR-MASTER-OPEN              VALUE "Y".
       01  WS-FIRST-RECORD-SWITCH  PIC X       VALUE "Y".
           88  FIRST-RECORD-NOT-READ           VALUE "Y".
       01  WS-POS-TABLED-SWITCH    PIC X       VALUE "Y".
           88  POS-ENTRY-TABLED                VALUE "Y".
       01  WS-POS-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  POS-TABLE-OVERFLOWED            VALUE "Y".
       01  WS-LOOKUP-ITEM-NUMBER   PIC X(10).
       01  WS-PREV-VENDOR-ID       PIC X(10)   VALUE SPACES.
       01  WS-TODAY-RUN-DATE       PIC 9(8).
       01  WS-OPEN-QUANTITY        PIC S9(7).
       01  WS-STOCK-POSITION       PIC S9(9).
       01  WS-SHORTFALL            PIC S9(9).
       01  WS-ITEM-COUNT           PIC 9(6)    VALUE 0.
       01  WS-SUGGEST-COUNT        PIC 9(6)    VALUE 0.
       01  WS-NO-VENDOR-COUNT      PIC 9(5)    VALUE 0.
       01  WS-VENDOR-LINE-COUNT    PIC 9(5)    VALUE 0.

      *    One entry per item with stock on order or on backorder,
      *    built before the item master is read.
       01  WS-POSITION-TABLE.
           05  WS-POS-COUNT        PIC 9(4)    VALUE 0.
           05  WS-POS-ENTRY        OCCURS 2000 TIMES
                   INDEXED BY POS-IDX.
               10  WS-POS-ITEM     PIC X(10).
               10  WS-POS-ON-ORDER PIC 9(7).
               10  WS-POS-BACKORDERED PIC 9(7).

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY STATSWS.

       01  SUGG-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "ITEM-NUMBER".
           05  FILLER              PIC X(32) VALUE "DESCRIPTION".
           05  FILLER              PIC X(10) VALUE "ON-HAND".
           05  FILLER              PIC X(10) VALUE "ON-ORDER".
           05  FILLER              PIC X(10) VALUE "BACKORD".
           05  FILLER              PIC X(10) VALUE "REORD-PT".
           05  FILLER              PIC X(48) VALUE "SUGGESTED".

       01  SUGG-VENDOR-LINE.
           05  FILLER              PIC X(8)  VALUE "VENDOR ".
           05  VND-VENDOR-ID       PIC X(12).
           05  VND-VENDOR-NAME     PIC X(32).
           05  FILLER              PIC X(7)  VALUE "PHONE ".
           05  VND-PHONE           PIC X(17).
           05  FILLER              PIC X(11) VALUE "LEAD DAYS ".
           05  VND-LEAD-DAYS       PIC ZZ9.
           05  FILLER              PIC X(42) VALUE SPACES.

       01  SUGG-DETAIL-LINE.
           05  DTL-ITEM-NUMBER     PIC X(12).
           05  DTL-DESCRIPTION     PIC X(32).
           05  DTL-ON-HAND         PIC ZZZZZZ9-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-ON-ORDER        PIC ZZZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-BACKORDERED     PIC ZZZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-REORDER-POINT   PIC ZZZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-SUGGESTED       PIC ZZZZZZ9.
           05  FILLER              PIC X(41) VALUE SPACES.

       01  SUGG-SUBTOTAL-LINE.
           05  FILLER              PIC X(22) VALUE
               "  LINES FOR VENDOR ".
           05  SUB-VENDOR-ID       PIC X(10).
           05  FILLER              PIC X(3)  VALUE " : ".
           05  SUB-LINE-COUNT      PIC ZZZZ9.
           05  FILLER              PIC X(92) VALUE SPACES.

       01  SUGG-TOTAL-LINE.
           05  TOT-LABEL           PIC X(30).
           05  TOT-COUNT           PIC ZZZZZ9.
           05  FILLER              PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "POSUGG" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-RUN-DATE.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "NO ITEM MASTER ON SYSTEM - NOTHING TO SUGGEST"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS = "00"
               MOVE "Y" TO WS-VENDOR-FILE-SWITCH
           END-IF.
           PERFORM LOAD-ON-ORDER-QUANTITIES.
           PERFORM LOAD-BACKORDERED-QUANTITIES.
           OPEN OUTPUT PO-SUGGEST-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM READ-ITEM-MASTER.
           PERFORM CHECK-ONE-ITEM
               UNTIL END-OF-THIS-FILE.
           CLOSE PO-SUGGEST-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "POSUGG" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           PERFORM PRINT-SUGGESTIONS.
           PERFORM PRINT-SUGGEST-TOTALS.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           CLOSE ITEM-MASTER-FILE.
           IF VENDOR-MASTER-OPEN
               CLOSE VENDOR-FILE
           END-IF.
           DISPLAY "PO SUGGESTIONS COMPLETE - " WS-SUGGEST-COUNT
               " ITEMS SUGGESTED, " WS-NO-VENDOR-COUNT
               " WITH NO VENDOR".
           IF WS-NO-VENDOR-COUNT > 0
               OR POS-TABLE-OVERFLOWED
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           MOVE "POSUGG"          TO SS-PROGRAM-NAME.
           MOVE WS-ITEM-COUNT     TO SS-RECORDS-READ.
           MOVE WS-SUGGEST-COUNT  TO SS-RECORDS-WRITTEN.
           MOVE WS-NO-VENDOR-COUNT TO SS-RECORDS-REJECTED.
           PERFORM WRITE-STEP-STATISTICS.
           PERFORM LOG-RUN-END.
           STOP RUN.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE SUGG-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       LOAD-ON-ORDER-QUANTITIES.
      *    No PO line file simply means nothing has been released
      *    yet - nothing is on order.
           OPEN INPUT PO-LINE-FILE.
           IF PO-LINE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-PO-LINE
               PERFORM COUNT-ONE-PO-LINE
                   UNTIL END-OF-THIS-FILE
               CLOSE PO-LINE-FILE
           END-IF.

       READ-PO-LINE.
           READ PO-LINE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       COUNT-ONE-PO-LINE.
           IF PO-LINE-OPEN
               COMPUTE WS-OPEN-QUANTITY =
                   PL-ORDERED-QUANTITY - PL-RECEIVED-QUANTITY
               IF WS-OPEN-QUANTITY > 0
                   MOVE PL-ITEM-NUMBER TO WS-LOOKUP-ITEM-NUMBER
                   PERFORM LOOKUP-ITEM-POSITION
                   IF POS-ENTRY-TABLED
                       ADD WS-OPEN-QUANTITY
                           TO WS-POS-ON-ORDER (POS-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-PO-LINE.

       LOAD-BACKORDERED-QUANTITIES.
           OPEN INPUT BACKORDER-FILE.
           IF BACKORDER-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-BACKORDER
               PERFORM COUNT-ONE-BACKORDER
                   UNTIL END-OF-THIS-FILE
               CLOSE BACKORDER-FILE
           END-IF.

       READ-BACKORDER.
           READ BACKORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       COUNT-ONE-BACKORDER.
           MOVE BO-ITEM-NUMBER TO WS-LOOKUP-ITEM-NUMBER.
           PERFORM LOOKUP-ITEM-POSITION.
           IF POS-ENTRY-TABLED
               ADD BO-QUANTITY TO WS-POS-BACKORDERED (POS-IDX)
           END-IF.
           PERFORM READ-BACKORDER.

       LOOKUP-ITEM-POSITION.
      *    Leaves POS-IDX pointing at WS-LOOKUP-ITEM-NUMBER's entry,
      *    creating a zero entry on first sight.
           MOVE "Y" TO WS-POS-TABLED-SWITCH.
           SET POS-IDX TO 1.
           SEARCH WS-POS-ENTRY
               VARYING POS-IDX
               AT END
                   PERFORM ADD-POSITION-ENTRY
               WHEN POS-IDX > WS-POS-COUNT
                   PERFORM ADD-POSITION-ENTRY
               WHEN WS-POS-ITEM (POS-IDX) = WS-LOOKUP-ITEM-NUMBER
                   CONTINUE
           END-SEARCH.

       ADD-POSITION-ENTRY.
           IF WS-POS-COUNT < 2000
               ADD 1 TO WS-POS-COUNT
               SET POS-IDX TO WS-POS-COUNT
               MOVE WS-LOOKUP-ITEM-NUMBER TO WS-POS-ITEM (POS-IDX)
               MOVE 0 TO WS-POS-ON-ORDER (POS-IDX)
               MOVE 0 TO WS-POS-BACKORDERED (POS-IDX)
           ELSE
               DISPLAY "WARNING - stock position table full, "
                   "ITEM " WS-LOOKUP-ITEM-NUMBER " NOT TRACKED"
               MOVE "N" TO WS-POS-TABLED-SWITCH
               MOVE "Y" TO WS-POS-OVERFLOW-SWITCH
           END-IF.

       READ-ITEM-MASTER.
           READ ITEM-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           IF ITEM-ACTIVE AND IT-REORDER-POINT > 0
               PERFORM MEASURE-STOCK-POSITION
           END-IF.
           PERFORM READ-ITEM-MASTER.

       MEASURE-STOCK-POSITION.
           MOVE 0 TO PS-ON-ORDER.
           MOVE 0 TO PS-BACKORDERED.
           MOVE IT-ITEM-NUMBER TO WS-LOOKUP-ITEM-NUMBER.
           PERFORM FIND-ITEM-POSITION.
           COMPUTE WS-STOCK-POSITION =
               IT-ON-HAND + PS-ON-ORDER - PS-BACKORDERED.
           IF WS-STOCK-POSITION < IT-REORDER-POINT
               COMPUTE WS-SHORTFALL =
                   IT-REORDER-POINT - WS-STOCK-POSITION
               IF WS-SHORTFALL > IT-REORDER-QUANTITY
                   MOVE WS-SHORTFALL TO PS-SUGGESTED-QUANTITY
               ELSE
                   MOVE IT-REORDER-QUANTITY TO PS-SUGGESTED-QUANTITY
               END-IF
               PERFORM WRITE-SUGGESTION
           END-IF.

       FIND-ITEM-POSITION.
      *    A read-only look - an item with nothing on order or on
      *    backorder is simply not in the table.
           SET POS-IDX TO 1.
           SEARCH WS-POS-ENTRY
               VARYING POS-IDX
               AT END
                   CONTINUE
               WHEN POS-IDX > WS-POS-COUNT
                   CONTINUE
               WHEN WS-POS-ITEM (POS-IDX) = WS-LOOKUP-ITEM-NUMBER
                   MOVE WS-POS-ON-ORDER (POS-IDX) TO PS-ON-ORDER
                   MOVE WS-POS-BACKORDERED (POS-IDX)
                       TO PS-BACKORDERED
           END-SEARCH.

       WRITE-SUGGESTION.
           MOVE IT-VENDOR-ID TO PS-VENDOR-ID.
           IF IT-VENDOR-ID = SPACES
               ADD 1 TO WS-NO-VENDOR-COUNT
           ELSE
               IF VENDOR-MASTER-OPEN
                   MOVE IT-VENDOR-ID TO VN-VENDOR-ID
                   READ VENDOR-FILE
                       KEY IS VN-VENDOR-ID
                       INVALID KEY
                           MOVE SPACES TO PS-VENDOR-ID
                           ADD 1 TO WS-NO-VENDOR-COUNT
                   END-READ
               END-IF
           END-IF.
           MOVE IT-ITEM-NUMBER    TO PS-ITEM-NUMBER.
           MOVE IT-ON-HAND        TO PS-ON-HAND.
           MOVE IT-REORDER-POINT  TO PS-REORDER-POINT.
           MOVE WS-TODAY-RUN-DATE TO PS-SUGGEST-DATE.
           WRITE PO-SUGGEST-RECORD
               INVALID KEY
                   DISPLAY "WARNING - suggestion not written, ITEM "
                       IT-ITEM-NUMBER " STATUS " PO-SUGGEST-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-SUGGEST-COUNT
           END-WRITE.

       PRINT-SUGGESTIONS.
           OPEN INPUT PO-SUGGEST-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM READ-SUGGESTION.
           PERFORM PRINT-ONE-SUGGESTION
               UNTIL END-OF-THIS-FILE.
           IF NOT FIRST-RECORD-NOT-READ
               PERFORM PRINT-VENDOR-SUBTOTAL
           END-IF.
           CLOSE PO-SUGGEST-FILE.

       READ-SUGGESTION.
           READ PO-SUGGEST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       PRINT-ONE-SUGGESTION.
           IF FIRST-RECORD-NOT-READ
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               PERFORM START-NEW-VENDOR
           ELSE
               IF PS-VENDOR-ID NOT = WS-PREV-VENDOR-ID
                   PERFORM PRINT-VENDOR-SUBTOTAL
                   PERFORM START-NEW-VENDOR
               END-IF
           END-IF.
           ADD 1 TO WS-VENDOR-LINE-COUNT.
           MOVE PS-ITEM-NUMBER TO IT-ITEM-NUMBER.
           READ ITEM-MASTER-FILE
               KEY IS IT-ITEM-NUMBER
               INVALID KEY
                   MOVE SPACES TO DTL-DESCRIPTION
               NOT INVALID KEY
                   MOVE IT-DESCRIPTION TO DTL-DESCRIPTION
           END-READ.
           MOVE PS-ITEM-NUMBER        TO DTL-ITEM-NUMBER.
           MOVE PS-ON-HAND            TO DTL-ON-HAND.
           MOVE PS-ON-ORDER           TO DTL-ON-ORDER.
           MOVE PS-BACKORDERED        TO DTL-BACKORDERED.
           MOVE PS-REORDER-POINT      TO DTL-REORDER-POINT.
           MOVE PS-SUGGESTED-QUANTITY TO DTL-SUGGESTED.
           MOVE " " TO PRINT-CC.
           MOVE SUGG-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM READ-SUGGESTION.

       START-NEW-VENDOR.
           MOVE PS-VENDOR-ID TO WS-PREV-VENDOR-ID.
           MOVE 0 TO WS-VENDOR-LINE-COUNT.
           MOVE PS-VENDOR-ID TO VND-VENDOR-ID.
           MOVE SPACES TO VND-PHONE.
           MOVE 0 TO VND-LEAD-DAYS.
           IF PS-VENDOR-ID = SPACES
               MOVE "** NO VENDOR - FIX ITEM MASTER **"
                   TO VND-VENDOR-NAME
           ELSE
               MOVE "** NOT ON FILE **" TO VND-VENDOR-NAME
               IF VENDOR-MASTER-OPEN
                   MOVE PS-VENDOR-ID TO VN-VENDOR-ID
                   READ VENDOR-FILE
                       KEY IS VN-VENDOR-ID
                       NOT INVALID KEY
                           MOVE VN-VENDOR-NAME TO VND-VENDOR-NAME
                           MOVE VN-PHONE       TO VND-PHONE
                           MOVE VN-LEAD-DAYS   TO VND-LEAD-DAYS
                   END-READ
               END-IF
           END-IF.
           MOVE " " TO PRINT-CC.
           MOVE SUGG-VENDOR-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-VENDOR-SUBTOTAL.
           MOVE WS-PREV-VENDOR-ID    TO SUB-VENDOR-ID.
           MOVE WS-VENDOR-LINE-COUNT TO SUB-LINE-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE SUGG-SUBTOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       PRINT-SUGGEST-TOTALS.
           MOVE "ITEMS READ:"             TO TOT-LABEL.
           MOVE WS-ITEM-COUNT             TO TOT-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "ITEMS SUGGESTED:"        TO TOT-LABEL.
           MOVE WS-SUGGEST-COUNT          TO TOT-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "SUGGESTED WITH NO VENDOR:" TO TOT-LABEL.
           MOVE WS-NO-VENDOR-COUNT        TO TOT-COUNT.
           PERFORM PRINT-ONE-TOTAL.

       PRINT-ONE-TOTAL.
           MOVE " " TO PRINT-CC.
           MOVE SUGG-TOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY STATSPD.
