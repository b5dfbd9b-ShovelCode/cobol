       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVEXCP.
      ******************************************************************
      * Purpose: Receiving exceptions report - the day's receipts
      *          from recvlog.dat that did not match a purchase order
      *          cleanly, for the buyer to chase with the vendor the
      *          next morning: over-receipts (more arrived than was
      *          open on the PO line), short receipts (the line is
      *          still waiting on the rest), and receipts keyed with
      *          no PO at all. Each line shows the item, the PO and
      *          its vendor, and where the PO line now stands. Any
      *          over-receipt or no-PO receipt ends the step
      *          RC-WARNING; short receipts are routine partial
      *          shipments and only print.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RCVLSEL.
           COPY POLNSEL.
           COPY ITEMSEL.

           SELECT PRINT-FILE ASSIGN TO "rcvexcp.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVING-LOG-FILE.
           COPY RCVLREC.

       FD  PO-LINE-FILE.
           COPY POLNREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  RECEIVING-LOG-STATUS    PIC XX.
       01  PO-LINE-STATUS          PIC XX.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-RECEIPTS                 VALUE "Y".
       01  WS-PO-FILE-SWITCH       PIC X       VALUE "N".
           88  PO-LINE-FILE-OPEN               VALUE "Y".
       01  WS-ITEM-FILE-SWITCH     PIC X       VALUE "N".
           88  ITEM-MASTER-OPEN                VALUE "Y".
       01  WS-PO-LINE-SWITCH       PIC X       VALUE "N".
           88  PO-LINE-FOUND                   VALUE "Y".
       01  WS-TODAY-RUN-DATE       PIC 9(8).
       01  WS-RECEIPT-COUNT        PIC 9(6)    VALUE 0.
       01  WS-OVER-COUNT           PIC 9(5)    VALUE 0.
       01  WS-SHORT-COUNT          PIC 9(5)    VALUE 0.
       01  WS-NO-PO-COUNT          PIC 9(5)    VALUE 0.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  EXCP-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "ITEM-NUMBER".
           05  FILLER              PIC X(27) VALUE "DESCRIPTION".
           05  FILLER              PIC X(9)  VALUE "RECEIVED".
           05  FILLER              PIC X(10) VALUE "PO".
           05  FILLER              PIC X(12) VALUE "VENDOR".
           05  FILLER              PIC X(9)  VALUE "ORDERED".
           05  FILLER              PIC X(9)  VALUE "TO-DATE".
           05  FILLER              PIC X(12) VALUE "OPERATOR".
           05  FILLER              PIC X(32) VALUE "EXCEPTION".

       01  EXCP-DETAIL-LINE.
           05  DTL-ITEM-NUMBER     PIC X(12).
           05  DTL-DESCRIPTION     PIC X(25).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-QUANTITY        PIC ZZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  DTL-PO-NUMBER       PIC Z(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-VENDOR-ID       PIC X(12).
           05  DTL-ORDERED         PIC Z(6)9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-RECEIVED        PIC Z(6)9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-OPERATOR-ID     PIC X(12).
           05  DTL-EXCEPTION       PIC X(20).
           05  FILLER              PIC X(12) VALUE SPACES.

       01  EXCP-TOTAL-LINE.
           05  TOT-LABEL           PIC X(30).
           05  TOT-COUNT           PIC ZZZZZ9.
           05  FILLER              PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "RCVEXCP" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-RUN-DATE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "RCVEXCP" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
      *    No receiving log means the dock has never keyed a
      *    receipt - the report prints empty.
           OPEN INPUT RECEIVING-LOG-FILE.
           IF RECEIVING-LOG-STATUS NOT = "00"
               DISPLAY "NO RECEIVING LOG - NOTHING TO CHECK"
           ELSE
               PERFORM OPEN-LOOKUP-FILES
               PERFORM READ-RECEIPT
               PERFORM CHECK-ONE-RECEIPT
                   UNTIL END-OF-RECEIPTS
               CLOSE RECEIVING-LOG-FILE
               PERFORM CLOSE-LOOKUP-FILES
           END-IF.
           PERFORM PRINT-EXCEPTION-TOTALS.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           DISPLAY "RECEIVING EXCEPTIONS COMPLETE - " WS-OVER-COUNT
               " OVER, " WS-SHORT-COUNT " SHORT, " WS-NO-PO-COUNT
               " WITH NO PO".
           IF WS-OVER-COUNT > 0 OR WS-NO-PO-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-LOOKUP-FILES.
           OPEN INPUT PO-LINE-FILE.
           IF PO-LINE-STATUS = "00"
               MOVE "Y" TO WS-PO-FILE-SWITCH
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ITEM-FILE-SWITCH
           END-IF.

       CLOSE-LOOKUP-FILES.
           IF PO-LINE-FILE-OPEN
               CLOSE PO-LINE-FILE
           END-IF.
           IF ITEM-MASTER-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE EXCP-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       READ-RECEIPT.
           READ RECEIVING-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-RECEIPT.
           IF RV-RECEIPT-DATE = WS-TODAY-RUN-DATE
               ADD 1 TO WS-RECEIPT-COUNT
               IF NOT RV-RECEIPT-MATCHED
                   PERFORM PRINT-RECEIPT-EXCEPTION
               END-IF
           END-IF.
           PERFORM READ-RECEIPT.

       PRINT-RECEIPT-EXCEPTION.
           EVALUATE TRUE
               WHEN RV-OVER-RECEIPT
                   ADD 1 TO WS-OVER-COUNT
                   MOVE "OVER-RECEIPT" TO DTL-EXCEPTION
               WHEN RV-SHORT-RECEIPT
                   ADD 1 TO WS-SHORT-COUNT
                   MOVE "SHORT RECEIPT" TO DTL-EXCEPTION
               WHEN OTHER
                   ADD 1 TO WS-NO-PO-COUNT
                   MOVE "NO PO" TO DTL-EXCEPTION
           END-EVALUATE.
           MOVE SPACES TO DTL-DESCRIPTION.
           IF ITEM-MASTER-OPEN
               MOVE RV-ITEM-NUMBER TO IT-ITEM-NUMBER
               READ ITEM-MASTER-FILE
                   KEY IS IT-ITEM-NUMBER
                   NOT INVALID KEY
                       MOVE IT-DESCRIPTION TO DTL-DESCRIPTION
               END-READ
           END-IF.
           PERFORM FIND-RECEIPT-PO-LINE.
           IF PO-LINE-FOUND
               MOVE PL-VENDOR-ID         TO DTL-VENDOR-ID
               MOVE PL-ORDERED-QUANTITY  TO DTL-ORDERED
               MOVE PL-RECEIVED-QUANTITY TO DTL-RECEIVED
           ELSE
               MOVE SPACES TO DTL-VENDOR-ID
               MOVE 0      TO DTL-ORDERED
               MOVE 0      TO DTL-RECEIVED
           END-IF.
           MOVE RV-ITEM-NUMBER  TO DTL-ITEM-NUMBER.
           MOVE RV-QUANTITY     TO DTL-QUANTITY.
           MOVE RV-PO-NUMBER    TO DTL-PO-NUMBER.
           MOVE RV-OPERATOR-ID  TO DTL-OPERATOR-ID.
           MOVE " " TO PRINT-CC.
           MOVE EXCP-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       FIND-RECEIPT-PO-LINE.
      *    The receipt carries the PO, not the line, so the PO's
      *    lines are read forward for the item.
           MOVE "N" TO WS-PO-LINE-SWITCH.
           IF PO-LINE-FILE-OPEN AND RV-PO-NUMBER > 0
               MOVE RV-PO-NUMBER TO PL-PO-NUMBER
               MOVE 0 TO PL-LINE-NUMBER
               START PO-LINE-FILE
                   KEY IS GREATER THAN OR EQUAL TO PL-PO-LINE-KEY
                   INVALID KEY
                       MOVE "X" TO WS-PO-LINE-SWITCH
               END-START
               PERFORM READ-RECEIPT-PO-LINE
                   UNTIL WS-PO-LINE-SWITCH NOT = "N"
           END-IF.

       READ-RECEIPT-PO-LINE.
           READ PO-LINE-FILE NEXT RECORD
               AT END
                   MOVE "X" TO WS-PO-LINE-SWITCH
               NOT AT END
                   IF PL-PO-NUMBER NOT = RV-PO-NUMBER
                       MOVE "X" TO WS-PO-LINE-SWITCH
                   ELSE
                       IF PL-ITEM-NUMBER = RV-ITEM-NUMBER
                           MOVE "Y" TO WS-PO-LINE-SWITCH
                       END-IF
                   END-IF
           END-READ.

       PRINT-EXCEPTION-TOTALS.
           MOVE "RECEIPTS TODAY:"         TO TOT-LABEL.
           MOVE WS-RECEIPT-COUNT          TO TOT-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "OVER-RECEIPTS:"          TO TOT-LABEL.
           MOVE WS-OVER-COUNT             TO TOT-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "SHORT RECEIPTS:"         TO TOT-LABEL.
           MOVE WS-SHORT-COUNT            TO TOT-COUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "RECEIPTS WITH NO PO:"    TO TOT-LABEL.
           MOVE WS-NO-PO-COUNT            TO TOT-COUNT.
           PERFORM PRINT-ONE-TOTAL.

       PRINT-ONE-TOTAL.
           MOVE " " TO PRINT-CC.
           MOVE EXCP-TOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
