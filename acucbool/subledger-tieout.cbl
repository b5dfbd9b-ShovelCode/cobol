       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBLTIE.
      ******************************************************************
      * Purpose: Nightly per-customer subledger tie-out. BALRECN
      *          proves the house total on custbal.dat to the cent,
      *          but a posting that lands on the wrong customer
      *          balances perfectly at the total. This step proves
      *          every customer on their own: CB-BALANCE, the sum of
      *          the customer's OI-OPEN-AMOUNT on openitem.dat, and
      *          the TX-RUNNING-BALANCE on the customer's last
      *          transaction history record must all agree. The
      *          history is sorted by customer with each record's
      *          place in the file as the minor key, so "last" is the
      *          last posting made, and the three files are then
      *          matched by customer ID. A customer missing from the
      *          balance or open-item file counts as zero there; a
      *          customer with no history (a balance from before the
      *          history file) is tied on the first two figures only.
      *          Every customer where any two figures disagree prints
      *          with the differences; any exception ends the step
      *          RC-WARNING.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CBALSEL.
           COPY OPNISEL.
           COPY TXHSSEL.

           SELECT PRINT-FILE ASSIGN TO "subltie.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "subltie.srt".

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-BALANCE-FILE.
           COPY CBALREC.

       FD  OPEN-ITEM-FILE.
           COPY OPNIREC.

           COPY TXHSFD.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-CUSTOMER-ID      PIC X(10).
           05  SR-SEQUENCE         PIC 9(9).
           05  SR-RUNNING-BALANCE  PIC S9(9)V99.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  BALANCE-FILE-STATUS     PIC XX.
       01  WS-HISTORY-EOF-SWITCH   PIC X       VALUE "N".
           88  END-OF-HISTORY                  VALUE "Y".
       01  WS-BAL-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-BALANCE-FILE             VALUE "Y".
       01  WS-ITEM-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-OPEN-ITEMS               VALUE "Y".
       01  WS-SORT-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SORTED-HISTORY           VALUE "Y".
       01  WS-HISTORY-SEQUENCE     PIC 9(9)    VALUE 0.

      *    The next customer ID waiting on each of the three inputs;
      *    HIGH-VALUES once that input is exhausted.
       01  WS-NEXT-BALANCE-ID      PIC X(10).
       01  WS-NEXT-ITEM-ID         PIC X(10).
       01  WS-NEXT-HISTORY-ID      PIC X(10).
       01  WS-CURRENT-ID           PIC X(10).

       01  WS-CUSTOMER-FIGURES.
           05  WS-CUST-BALANCE     PIC S9(11)V99.
           05  WS-CUST-OPEN-ITEMS  PIC S9(11)V99.
           05  WS-CUST-HISTORY     PIC S9(11)V99.
           05  WS-CUST-HISTORY-SWITCH PIC X.
               88  CUSTOMER-HAS-HISTORY        VALUE "Y".
       01  WS-BAL-ITEM-DIFF        PIC S9(11)V99.
       01  WS-BAL-HIST-DIFF        PIC S9(11)V99.
       01  WS-ITEM-HIST-DIFF       PIC S9(11)V99.

       01  WS-CUSTOMER-COUNT       PIC 9(7)    VALUE 0.
       01  WS-NO-HISTORY-COUNT     PIC 9(7)    VALUE 0.
       01  WS-EXCEPTION-COUNT      PIC 9(7)    VALUE 0.

           COPY OPNIWS.
           COPY TXHSWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  TIE-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(16) VALUE "     CB-BALANCE".
           05  FILLER              PIC X(16) VALUE "     OPEN-ITEMS".
           05  FILLER              PIC X(16) VALUE "   LAST-HISTORY".
           05  FILLER              PIC X(16) VALUE "  BAL-LESS-ITEM".
           05  FILLER              PIC X(16) VALUE "  BAL-LESS-HIST".
           05  FILLER              PIC X(16) VALUE " ITEM-LESS-HIST".
           05  FILLER              PIC X(24) VALUE SPACES.

       01  TIE-DETAIL-LINE.
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-BALANCE         PIC ZZZZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-OPEN-ITEMS      PIC ZZZZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-HISTORY         PIC X(15).
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-BAL-ITEM-DIFF   PIC ZZZZZZZZZZ9.99-.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-BAL-HIST-DIFF   PIC X(15).
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-ITEM-HIST-DIFF  PIC X(15).
           05  FILLER              PIC X(25) VALUE SPACES.

       01  WS-EDITED-AMOUNT        PIC ZZZZZZZZZZ9.99-.

       01  TIE-SUMMARY-LINE.
           05  FILLER              PIC X(20) VALUE
               "CUSTOMERS TIED OUT: ".
           05  SUM-CUSTOMER-COUNT  PIC ZZZZZZ9.
           05  FILLER              PIC X(17) VALUE
               "   OUT OF TIE: ".
           05  SUM-EXCEPTION-COUNT PIC ZZZZZZ9.
           05  FILLER              PIC X(22) VALUE
               "   NO HISTORY YET: ".
           05  SUM-NO-HISTORY-COUNT PIC ZZZZZZ9.
           05  FILLER              PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "SUBLTIE" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           OPEN OUTPUT PRINT-FILE.
           MOVE "SUBLTIE" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CUSTOMER-ID SR-SEQUENCE
               INPUT PROCEDURE IS GATHER-HISTORY-RECORDS
               OUTPUT PROCEDURE IS TIE-OUT-THE-CUSTOMERS.
           PERFORM PRINT-SUMMARY-LINE.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           DISPLAY "SUBLEDGER TIE-OUT COMPLETE - " WS-CUSTOMER-COUNT
               " CUSTOMERS, " WS-EXCEPTION-COUNT " OUT OF TIE".
           IF WS-EXCEPTION-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE TIE-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

      ******************************************************************
      * The history file is in posting order across all customers;
      * the sort puts each customer's postings together, still in
      * the order they were made.
      ******************************************************************
       GATHER-HISTORY-RECORDS.
           OPEN INPUT TRANSACTION-HISTORY-FILE.
           IF TRANSACTION-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO WS-HISTORY-EOF-SWITCH
           ELSE
               PERFORM READ-HISTORY-RECORD
               PERFORM RELEASE-ONE-HISTORY-RECORD
                   UNTIL END-OF-HISTORY
               CLOSE TRANSACTION-HISTORY-FILE
           END-IF.

       READ-HISTORY-RECORD.
           READ TRANSACTION-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-SWITCH
           END-READ.

       RELEASE-ONE-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-SEQUENCE.
           MOVE TX-CUSTOMER-ID     TO SR-CUSTOMER-ID.
           MOVE WS-HISTORY-SEQUENCE TO SR-SEQUENCE.
           MOVE TX-RUNNING-BALANCE TO SR-RUNNING-BALANCE.
           RELEASE SORT-WORK-RECORD.
           PERFORM READ-HISTORY-RECORD.

      ******************************************************************
      * Three-way match on customer ID: the balance file and the
      * open-item file read in key order, the history in sort order.
      ******************************************************************
       TIE-OUT-THE-CUSTOMERS.
           OPEN INPUT CUSTOMER-BALANCE-FILE.
           IF BALANCE-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-BAL-EOF-SWITCH
           END-IF.
           OPEN INPUT OPEN-ITEM-FILE.
           IF OPEN-ITEM-STATUS NOT = "00"
               MOVE "Y" TO WS-ITEM-EOF-SWITCH
           END-IF.
           PERFORM READ-NEXT-BALANCE.
           PERFORM READ-NEXT-OPEN-ITEM.
           PERFORM RETURN-SORTED-HISTORY.
           PERFORM TIE-OUT-ONE-CUSTOMER
               UNTIL WS-NEXT-BALANCE-ID = HIGH-VALUES
                 AND WS-NEXT-ITEM-ID = HIGH-VALUES
                 AND WS-NEXT-HISTORY-ID = HIGH-VALUES.
           IF BALANCE-FILE-STATUS NOT = "35"
               CLOSE CUSTOMER-BALANCE-FILE
           END-IF.
           IF OPEN-ITEM-STATUS NOT = "35"
               CLOSE OPEN-ITEM-FILE
           END-IF.

       READ-NEXT-BALANCE.
           IF END-OF-BALANCE-FILE
               MOVE HIGH-VALUES TO WS-NEXT-BALANCE-ID
           ELSE
               READ CUSTOMER-BALANCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BAL-EOF-SWITCH
                       MOVE HIGH-VALUES TO WS-NEXT-BALANCE-ID
                   NOT AT END
                       MOVE CB-CUSTOMER-ID TO WS-NEXT-BALANCE-ID
               END-READ
           END-IF.

       READ-NEXT-OPEN-ITEM.
           IF END-OF-OPEN-ITEMS
               MOVE HIGH-VALUES TO WS-NEXT-ITEM-ID
           ELSE
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ITEM-EOF-SWITCH
                       MOVE HIGH-VALUES TO WS-NEXT-ITEM-ID
                   NOT AT END
                       MOVE OI-CUSTOMER-ID TO WS-NEXT-ITEM-ID
               END-READ
           END-IF.

       RETURN-SORTED-HISTORY.
           IF END-OF-SORTED-HISTORY
               MOVE HIGH-VALUES TO WS-NEXT-HISTORY-ID
           ELSE
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SWITCH
                       MOVE HIGH-VALUES TO WS-NEXT-HISTORY-ID
                   NOT AT END
                       MOVE SR-CUSTOMER-ID TO WS-NEXT-HISTORY-ID
               END-RETURN
           END-IF.

       TIE-OUT-ONE-CUSTOMER.
           MOVE WS-NEXT-BALANCE-ID TO WS-CURRENT-ID.
           IF WS-NEXT-ITEM-ID < WS-CURRENT-ID
               MOVE WS-NEXT-ITEM-ID TO WS-CURRENT-ID
           END-IF.
           IF WS-NEXT-HISTORY-ID < WS-CURRENT-ID
               MOVE WS-NEXT-HISTORY-ID TO WS-CURRENT-ID
           END-IF.
           MOVE 0   TO WS-CUST-BALANCE.
           MOVE 0   TO WS-CUST-OPEN-ITEMS.
           MOVE 0   TO WS-CUST-HISTORY.
           MOVE "N" TO WS-CUST-HISTORY-SWITCH.
           IF WS-NEXT-BALANCE-ID = WS-CURRENT-ID
               MOVE CB-BALANCE TO WS-CUST-BALANCE
               PERFORM READ-NEXT-BALANCE
           END-IF.
           PERFORM ADD-ONE-OPEN-ITEM
               UNTIL WS-NEXT-ITEM-ID NOT = WS-CURRENT-ID.
           PERFORM TAKE-ONE-HISTORY-RECORD
               UNTIL WS-NEXT-HISTORY-ID NOT = WS-CURRENT-ID.
           ADD 1 TO WS-CUSTOMER-COUNT.
           PERFORM COMPARE-CUSTOMER-FIGURES.

       ADD-ONE-OPEN-ITEM.
           ADD OI-OPEN-AMOUNT TO WS-CUST-OPEN-ITEMS.
           PERFORM READ-NEXT-OPEN-ITEM.

       TAKE-ONE-HISTORY-RECORD.
      *    The records come back oldest first; the last one read for
      *    the customer is the balance the last posting left.
           MOVE SR-RUNNING-BALANCE TO WS-CUST-HISTORY.
           MOVE "Y" TO WS-CUST-HISTORY-SWITCH.
           PERFORM RETURN-SORTED-HISTORY.

       COMPARE-CUSTOMER-FIGURES.
           COMPUTE WS-BAL-ITEM-DIFF =
               WS-CUST-BALANCE - WS-CUST-OPEN-ITEMS.
           IF CUSTOMER-HAS-HISTORY
               COMPUTE WS-BAL-HIST-DIFF =
                   WS-CUST-BALANCE - WS-CUST-HISTORY
               COMPUTE WS-ITEM-HIST-DIFF =
                   WS-CUST-OPEN-ITEMS - WS-CUST-HISTORY
           ELSE
               ADD 1 TO WS-NO-HISTORY-COUNT
               MOVE 0 TO WS-BAL-HIST-DIFF
               MOVE 0 TO WS-ITEM-HIST-DIFF
           END-IF.
           IF WS-BAL-ITEM-DIFF NOT = 0
              OR WS-BAL-HIST-DIFF NOT = 0
              OR WS-ITEM-HIST-DIFF NOT = 0
               PERFORM PRINT-EXCEPTION-LINE
           END-IF.

       PRINT-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-CURRENT-ID      TO DTL-CUSTOMER-ID.
           MOVE WS-CUST-BALANCE    TO DTL-BALANCE.
           MOVE WS-CUST-OPEN-ITEMS TO DTL-OPEN-ITEMS.
           MOVE WS-BAL-ITEM-DIFF   TO DTL-BAL-ITEM-DIFF.
           IF CUSTOMER-HAS-HISTORY
               MOVE WS-CUST-HISTORY   TO WS-EDITED-AMOUNT
               MOVE WS-EDITED-AMOUNT  TO DTL-HISTORY
               MOVE WS-BAL-HIST-DIFF  TO WS-EDITED-AMOUNT
               MOVE WS-EDITED-AMOUNT  TO DTL-BAL-HIST-DIFF
               MOVE WS-ITEM-HIST-DIFF TO WS-EDITED-AMOUNT
               MOVE WS-EDITED-AMOUNT  TO DTL-ITEM-HIST-DIFF
           ELSE
               MOVE "     NO HISTORY" TO DTL-HISTORY
               MOVE SPACES            TO DTL-BAL-HIST-DIFF
               MOVE SPACES            TO DTL-ITEM-HIST-DIFF
           END-IF.
           MOVE " " TO PRINT-CC.
           MOVE TIE-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-SUMMARY-LINE.
           MOVE WS-CUSTOMER-COUNT   TO SUM-CUSTOMER-COUNT.
           MOVE WS-EXCEPTION-COUNT  TO SUM-EXCEPTION-COUNT.
           MOVE WS-NO-HISTORY-COUNT TO SUM-NO-HISTORY-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE TIE-SUMMARY-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
