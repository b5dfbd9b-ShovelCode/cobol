       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDCXRPT.
      ******************************************************************
      * Purpose: Daily order cancellation and change report - every
      *          cancellation and quantity change the supervisors
      *          made today at the order change workstation (ORDCHG),
      *          from ordchg.log, grouped by the operator who made
      *          it. Each line shows the order, customer and item,
      *          what was done, the quantity before and after, the
      *          reason code, and the value taken off the order at
      *          the line's price. Each operator totals, then the day.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OCHGSEL.

           SELECT PRINT-FILE ASSIGN TO "ordcxrpt.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "ordcxrpt.srt".

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-CHANGE-FILE.
           COPY OCHGREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-OPERATOR-ID      PIC X(10).
           05  SR-ORDER-NUMBER     PIC 9(8).
           05  SR-CHANGE-TIME      PIC 9(8).
           05  SR-CUSTOMER-ID      PIC X(10).
           05  SR-ITEM-NUMBER      PIC X(10).
           05  SR-ACTION-CODE      PIC X.
               88  SR-ORDER-CANCELLED          VALUE "O".
               88  SR-LINE-CANCELLED           VALUE "L".
               88  SR-QUANTITY-CHANGED         VALUE "Q".
           05  SR-OLD-QUANTITY     PIC 9(5).
           05  SR-NEW-QUANTITY     PIC 9(5).
           05  SR-VALUE-REMOVED    PIC S9(9)V99.
           05  SR-REASON-CODE      PIC X(4).

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  ORDER-CHANGE-STATUS     PIC XX.
       01  WS-CHANGE-EOF-SWITCH    PIC X       VALUE "N".
           88  END-OF-CHANGES                  VALUE "Y".
       01  WS-SORT-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SORTED-CHANGES           VALUE "Y".
       01  WS-FIRST-RECORD-SWITCH  PIC X       VALUE "Y".
           88  FIRST-RECORD-NOT-READ           VALUE "Y".
       01  WS-SELECTED-COUNT       PIC 9(7)    VALUE 0.
       01  WS-OPERATOR-COUNT       PIC 9(5)    VALUE 0.
       01  WS-PREV-OPERATOR-ID     PIC X(10).
       01  WS-OPERATOR-TOTALS.
           05  WS-OPR-CANCELLED    PIC 9(7).
           05  WS-OPR-CHANGED      PIC 9(7).
           05  WS-OPR-VALUE        PIC S9(9)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GRD-CANCELLED    PIC 9(7)     VALUE 0.
           05  WS-GRD-CHANGED      PIC 9(7)     VALUE 0.
           05  WS-GRD-VALUE        PIC S9(11)V99 VALUE 0.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  ORDCX-DATE-LINE.
           05  FILLER              PIC X(36)
                   VALUE "ORDER CANCELLATIONS AND CHANGES FOR ".
           05  DAT-BUSINESS-DATE   PIC 9(8).
           05  FILLER              PIC X(88) VALUE SPACES.

       01  ORDCX-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "OPERATOR".
           05  FILLER              PIC X(10) VALUE "ORDER".
           05  FILLER              PIC X(12) VALUE "CUSTOMER".
           05  FILLER              PIC X(12) VALUE "ITEM".
           05  FILLER              PIC X(16) VALUE "ACTION".
           05  FILLER              PIC X(8)  VALUE " OLD QTY".
           05  FILLER              PIC X(8)  VALUE " NEW QTY".
           05  FILLER              PIC X(8)  VALUE "  REASON".
           05  FILLER              PIC X(16) VALUE "  VALUE REMOVED".
           05  FILLER              PIC X(30) VALUE SPACES.

       01  ORDCX-DETAIL-LINE.
           05  DTL-OPERATOR-ID     PIC X(12).
           05  DTL-ORDER-NUMBER    PIC X(10).
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-ITEM-NUMBER     PIC X(12).
           05  DTL-ACTION          PIC X(16).
           05  DTL-OLD-QUANTITY    PIC Z(7)9.
           05  DTL-NEW-QUANTITY    PIC Z(7)9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-REASON-CODE     PIC X(6).
           05  DTL-VALUE-REMOVED   PIC Z(11)9.99-.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  ORDCX-TOTAL-LINE.
           05  TOT-LABEL           PIC X(34).
           05  TOT-CANCELLED       PIC Z(6)9.
           05  FILLER              PIC X(17)
                   VALUE " LINES CANCELLED ".
           05  TOT-CHANGED         PIC Z(6)9.
           05  FILLER              PIC X(19)
                   VALUE " QUANTITIES CHANGED".
           05  TOT-VALUE           PIC Z(11)9.99-.
           05  FILLER              PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "ORDCXRPT" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "ORDCXRPT" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           MOVE WS-BUSINESS-DATE TO DAT-BUSINESS-DATE.
           MOVE ORDCX-DATE-LINE TO PRINT-TEXT.
           PERFORM PRINT-ORDCX-HEADING-LINE.
           MOVE ORDCX-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM PRINT-ORDCX-HEADING-LINE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-OPERATOR-ID
                                SR-ORDER-NUMBER
                                SR-CHANGE-TIME
               INPUT PROCEDURE IS GATHER-TODAYS-CHANGES
               OUTPUT PROCEDURE IS PRINT-THE-CHANGES.
           CLOSE PRINT-FILE.
           DISPLAY "ORDER CANCELLATION REPORT COMPLETE - "
               WS-SELECTED-COUNT " ACTIONS BY " WS-OPERATOR-COUNT
               " OPERATORS".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       PRINT-ORDCX-HEADING-LINE.
           MOVE " " TO PRINT-CC.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       GATHER-TODAYS-CHANGES.
      *    No log means no order has ever been changed - the report
      *    prints empty.
           OPEN INPUT ORDER-CHANGE-FILE.
           IF ORDER-CHANGE-STATUS = "00"
               PERFORM READ-ORDER-CHANGE
               PERFORM SELECT-ONE-CHANGE
                   UNTIL END-OF-CHANGES
               CLOSE ORDER-CHANGE-FILE
           END-IF.

       READ-ORDER-CHANGE.
           READ ORDER-CHANGE-FILE
               AT END
                   MOVE "Y" TO WS-CHANGE-EOF-SWITCH
           END-READ.

       SELECT-ONE-CHANGE.
           IF OC-CHANGE-DATE = WS-BUSINESS-DATE
               ADD 1 TO WS-SELECTED-COUNT
               MOVE OC-OPERATOR-ID  TO SR-OPERATOR-ID
               MOVE OC-ORDER-NUMBER TO SR-ORDER-NUMBER
               MOVE OC-CHANGE-TIME  TO SR-CHANGE-TIME
               MOVE OC-CUSTOMER-ID  TO SR-CUSTOMER-ID
               MOVE OC-ITEM-NUMBER  TO SR-ITEM-NUMBER
               MOVE OC-ACTION-CODE  TO SR-ACTION-CODE
               MOVE OC-OLD-QUANTITY TO SR-OLD-QUANTITY
               MOVE OC-NEW-QUANTITY TO SR-NEW-QUANTITY
               MOVE OC-REASON-CODE  TO SR-REASON-CODE
               COMPUTE SR-VALUE-REMOVED ROUNDED =
                   (OC-OLD-QUANTITY - OC-NEW-QUANTITY)
                       * OC-UNIT-PRICE
               RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM READ-ORDER-CHANGE.

       PRINT-THE-CHANGES.
           PERFORM RETURN-SORTED-CHANGE.
           PERFORM PRINT-ONE-CHANGE
               UNTIL END-OF-SORTED-CHANGES.
           IF NOT FIRST-RECORD-NOT-READ
               PERFORM PRINT-OPERATOR-TOTAL
           END-IF.
           PERFORM PRINT-GRAND-TOTAL.
           PERFORM PRINT-REPORT-TRAILER.

       RETURN-SORTED-CHANGE.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       PRINT-ONE-CHANGE.
           IF FIRST-RECORD-NOT-READ
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               PERFORM START-NEW-OPERATOR
           ELSE
               IF SR-OPERATOR-ID NOT = WS-PREV-OPERATOR-ID
                   PERFORM PRINT-OPERATOR-TOTAL
                   PERFORM START-NEW-OPERATOR
               END-IF
           END-IF.
           MOVE SR-ORDER-NUMBER TO DTL-ORDER-NUMBER.
           MOVE SR-CUSTOMER-ID  TO DTL-CUSTOMER-ID.
           MOVE SR-ITEM-NUMBER  TO DTL-ITEM-NUMBER.
           EVALUATE TRUE
               WHEN SR-ORDER-CANCELLED
                   MOVE "ORDER CANCELLED" TO DTL-ACTION
                   ADD 1 TO WS-OPR-CANCELLED
               WHEN SR-LINE-CANCELLED
                   MOVE "LINE CANCELLED"  TO DTL-ACTION
                   ADD 1 TO WS-OPR-CANCELLED
               WHEN OTHER
                   MOVE "QTY CHANGED"     TO DTL-ACTION
                   ADD 1 TO WS-OPR-CHANGED
           END-EVALUATE.
           MOVE SR-OLD-QUANTITY  TO DTL-OLD-QUANTITY.
           MOVE SR-NEW-QUANTITY  TO DTL-NEW-QUANTITY.
           MOVE SR-REASON-CODE   TO DTL-REASON-CODE.
           MOVE SR-VALUE-REMOVED TO DTL-VALUE-REMOVED.
           ADD SR-VALUE-REMOVED  TO WS-OPR-VALUE.
           MOVE " " TO PRINT-CC.
           MOVE ORDCX-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
      *    The operator prints on the first line of the group only.
           MOVE SPACES TO DTL-OPERATOR-ID.
           PERFORM RETURN-SORTED-CHANGE.

       START-NEW-OPERATOR.
           ADD 1 TO WS-OPERATOR-COUNT.
           MOVE SR-OPERATOR-ID TO WS-PREV-OPERATOR-ID.
           MOVE SR-OPERATOR-ID TO DTL-OPERATOR-ID.
           INITIALIZE WS-OPERATOR-TOTALS.

       PRINT-OPERATOR-TOTAL.
           MOVE SPACES TO TOT-LABEL.
           STRING "  TOTAL FOR " DELIMITED BY SIZE
               WS-PREV-OPERATOR-ID DELIMITED BY SIZE
               INTO TOT-LABEL
           END-STRING.
           MOVE WS-OPR-CANCELLED TO TOT-CANCELLED.
           MOVE WS-OPR-CHANGED   TO TOT-CHANGED.
           MOVE WS-OPR-VALUE     TO TOT-VALUE.
           MOVE " " TO PRINT-CC.
           MOVE ORDCX-TOTAL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           ADD WS-OPR-CANCELLED TO WS-GRD-CANCELLED.
           ADD WS-OPR-CHANGED   TO WS-GRD-CHANGED.
           ADD WS-OPR-VALUE     TO WS-GRD-VALUE.

       PRINT-GRAND-TOTAL.
           MOVE "ALL OPERATORS TODAY" TO TOT-LABEL.
           MOVE WS-GRD-CANCELLED TO TOT-CANCELLED.
           MOVE WS-GRD-CHANGED   TO TOT-CHANGED.
           MOVE WS-GRD-VALUE     TO TOT-VALUE.
           MOVE " " TO PRINT-CC.
           MOVE ORDCX-TOTAL-LINE TO PRINT-TEXT.
           PERFORM PRINT-ORDCX-HEADING-LINE.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
