       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPRLSE.
      ******************************************************************
      * Purpose: Nightly ship release - the gate between the
      *          warehouse and the books. Every pick line the dock
      *          has confirmed on ordpick.dat moves on at the
      *          CONFIRMED quantity: onto tonight's ordaccpt.dat (so
      *          posting, invoicing, depletion, the register, and the
      *          GL extract see only what actually shipped), onto
      *          the month-to-date billing file, and into the
      *          department period and week-to-date histories, the
      *          customer period history (custhist.dat), and the gross
      *          sales column of the customer profitability file
      *          (custprof.dat). Each
      *          shipped line is stamped with the salesperson who
      *          owned the customer on the order date (custrep.dat),
      *          the rep the commission run pays. A line
      *          confirmed short sends the difference to the
      *          backorder file under the same order, so receiving
      *          releases it like any other shortage; a line with no
      *          item number has no stock to wait on, so its short
      *          quantity is listed and dropped. Confirmed lines
      *          leave the pick file.
      *
      *          Lines the dock has not confirmed carry forward on
      *          the pick file and print on the carry-forward report
      *          with their age, so nothing sits unshipped unseen.
      *          Anything waiting more than three days ends the step
      *          RC-WARNING. ordaccpt.dat is rewritten every night,
      *          empty if nothing was confirmed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PICKSEL.

           SELECT ACCEPTED-ORDER-FILE ASSIGN TO "ordaccpt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACCEPTED-ORDER-STATUS.

           SELECT MTD-ORDER-FILE ASSIGN TO "ordmtd.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MTD-ORDER-STATUS.

           COPY BORDSEL.
           COPY DHISSEL.
           COPY DWTDSEL.
           COPY CHISSEL.
           COPY CPRFSEL.
           COPY CREPSEL.

           SELECT PRINT-FILE ASSIGN TO "shiprlse.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.
           COPY STATSSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PICK-FILE.
           COPY PICKREC.

      *    Tonight's shipped lines, rewritten each run - this is the
      *    file the downstream posting, invoicing, and register
      *    steps read, so nothing unshipped ever reaches the books.
       FD  ACCEPTED-ORDER-FILE.
           COPY ORDAREC.

      *    The month's shipped lines, appended nightly and closed
      *    out by the monthly statement run - the statements bill
      *    each line exactly once.
       FD  MTD-ORDER-FILE.
           COPY ORDMREC.

       FD  BACKORDER-FILE.
           COPY BORDREC.

       FD  DEPT-HISTORY-FILE.
           COPY DHISREC.

       FD  DEPT-WTD-FILE.
           COPY DWTDREC.

       FD  CUST-HISTORY-FILE.
           COPY CHISREC.

       FD  CUST-PROFIT-FILE.
           COPY CPRFREC.

       FD  CUSTOMER-REP-FILE.
           COPY CREPREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.
           COPY STATSFD.

       WORKING-STORAGE SECTION.
       01  PICK-FILE-STATUS        PIC XX.
       01  ACCEPTED-ORDER-STATUS   PIC XX.
       01  MTD-ORDER-STATUS        PIC XX.
       01  BACKORDER-STATUS        PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-PICK-LINES               VALUE "Y".
       01  WS-BACKORDER-STORED-SWITCH PIC X    VALUE "N".
           88  BACKORDER-STORED                VALUE "Y".
       01  WS-TODAY-RUN-DATE       PIC 9(8).
       01  WS-TODAY-INTEGER        PIC 9(8).
       01  WS-ACCEPT-INTEGER       PIC 9(8).
       01  WS-AGE-DAYS             PIC S9(5).
       01  WS-EXTENDED-AMOUNT      PIC S9(9)V99.
       01  WS-SHORT-QUANTITY       PIC 9(5).
       01  WS-READ-COUNT           PIC 9(6)    VALUE 0.
       01  WS-RELEASED-COUNT       PIC 9(6)    VALUE 0.
       01  WS-RELEASED-AMOUNT      PIC S9(11)V99 VALUE 0.
       01  WS-SHORT-COUNT          PIC 9(5)    VALUE 0.
       01  WS-CARRIED-COUNT        PIC 9(5)    VALUE 0.
       01  WS-OVERDUE-COUNT        PIC 9(5)    VALUE 0.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY STATSWS.
           COPY DHISWS.
           COPY DWTDWS.
           COPY CHISWS.
           COPY CPRFWS.
           COPY CREPWS.

       01  SHIP-COLUMN-HEADINGS.
           05  FILLER              PIC X(10) VALUE "ORDER".
           05  FILLER              PIC X(6)  VALUE "LINE".
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(12) VALUE "ITEM-NUMBER".
           05  FILLER              PIC X(9)  VALUE "ORDERED".
           05  FILLER              PIC X(9)  VALUE "SHIPPED".
           05  FILLER              PIC X(12) VALUE "ACCEPTED".
           05  FILLER              PIC X(6)  VALUE "AGE".
           05  FILLER              PIC X(56) VALUE "STATUS".

       01  SHIP-DETAIL-LINE.
           05  DTL-ORDER-NUMBER    PIC 9(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-LINE-NUMBER     PIC ZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-ITEM-NUMBER     PIC X(12).
           05  DTL-ORDERED         PIC ZZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  DTL-SHIPPED         PIC ZZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  DTL-ACCEPT-DATE     PIC 9(8).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  DTL-AGE-DAYS        PIC ZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-STATUS          PIC X(30).
           05  FILLER              PIC X(26) VALUE SPACES.

       01  SHIP-TOTAL-LINE.
           05  TOT-LABEL           PIC X(30).
           05  TOT-COUNT           PIC ZZZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  TOT-AMOUNT          PIC ZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(77) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "SHIPRLSE" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-RUN-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-RUN-DATE).
           OPEN OUTPUT ACCEPTED-ORDER-FILE.
           OPEN EXTEND MTD-ORDER-FILE.
           IF MTD-ORDER-STATUS = "05" OR "35"
               OPEN OUTPUT MTD-ORDER-FILE
           END-IF.
           PERFORM OPEN-DEPT-HISTORY-FILE.
           PERFORM OPEN-DEPT-WTD-FILE.
           PERFORM OPEN-CUST-HISTORY-FILE.
           PERFORM OPEN-CUST-PROFIT-FILE.
           OPEN I-O BACKORDER-FILE.
           IF BACKORDER-STATUS = "05" OR "35"
               CLOSE BACKORDER-FILE
               OPEN OUTPUT BACKORDER-FILE
               CLOSE BACKORDER-FILE
               OPEN I-O BACKORDER-FILE
           END-IF.
      *    No assignment file yet means every line is a house
      *    account - the lookup hands back SPACES.
           OPEN INPUT CUSTOMER-REP-FILE.
           IF CUSTOMER-REP-STATUS = "00"
               MOVE "Y" TO RP-WS-FILE-SWITCH
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "SHIPRLSE" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
      *    No pick file means the order run has not accepted a line
      *    since the pick stage began - an empty release, not an
      *    error.
           OPEN I-O PICK-FILE.
           IF PICK-FILE-STATUS NOT = "00"
               DISPLAY "NO PICK FILE - NOTHING TO RELEASE"
           ELSE
               PERFORM READ-PICK-LINE
               PERFORM RELEASE-ONE-PICK-LINE
                   UNTIL END-OF-PICK-LINES
               CLOSE PICK-FILE
           END-IF.
           PERFORM PRINT-RELEASE-TOTALS.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE ACCEPTED-ORDER-FILE.
           CLOSE MTD-ORDER-FILE.
           CLOSE DEPT-HISTORY-FILE.
           CLOSE DEPT-WTD-FILE.
           CLOSE CUST-HISTORY-FILE.
           CLOSE CUST-PROFIT-FILE.
           CLOSE BACKORDER-FILE.
           IF RP-WS-FILE-OPEN
               CLOSE CUSTOMER-REP-FILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "SHIP RELEASE COMPLETE - " WS-RELEASED-COUNT
               " LINES RELEASED, " WS-SHORT-COUNT " SHORT, "
               WS-CARRIED-COUNT " CARRIED FORWARD".
           IF WS-OVERDUE-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           MOVE "SHIPRLSE"        TO SS-PROGRAM-NAME.
           MOVE WS-READ-COUNT     TO SS-RECORDS-READ.
           MOVE WS-RELEASED-COUNT TO SS-RECORDS-WRITTEN.
           MOVE WS-CARRIED-COUNT  TO SS-RECORDS-REJECTED.
           PERFORM WRITE-STEP-STATISTICS.
           PERFORM LOG-RUN-END.
           STOP RUN.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE SHIP-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       READ-PICK-LINE.
           READ PICK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       RELEASE-ONE-PICK-LINE.
           ADD 1 TO WS-READ-COUNT.
           IF PK-CONFIRMED
               PERFORM RELEASE-CONFIRMED-LINE
               DELETE PICK-FILE RECORD
           ELSE
               PERFORM CARRY-UNCONFIRMED-LINE
           END-IF.
           PERFORM READ-PICK-LINE.

       RELEASE-CONFIRMED-LINE.
      *    A line confirmed at zero shipped nothing - it only goes
      *    short, never onto the books.
           IF PK-SHIPPED-QUANTITY > 0
               PERFORM WRITE-SHIPPED-LINE
           END-IF.
           IF PK-SHIPPED-QUANTITY < PK-QUANTITY
               COMPUTE WS-SHORT-QUANTITY =
                   PK-QUANTITY - PK-SHIPPED-QUANTITY
               ADD 1 TO WS-SHORT-COUNT
               IF PK-ITEM-NUMBER = SPACES
                   MOVE "SHORT - NO ITEM, NOT BACKORDERED"
                       TO DTL-STATUS
               ELSE
                   PERFORM WRITE-SHORT-BACKORDER
                   MOVE "SHORT - REMAINDER BACKORDERED"
                       TO DTL-STATUS
               END-IF
               PERFORM PRINT-PICK-DETAIL
           END-IF.

       WRITE-SHIPPED-LINE.
           COMPUTE WS-EXTENDED-AMOUNT =
               PK-SHIPPED-QUANTITY * PK-UNIT-PRICE.
           ADD 1 TO WS-RELEASED-COUNT.
           ADD WS-EXTENDED-AMOUNT TO WS-RELEASED-AMOUNT.
      *    The rep is fixed here, as of the order date, so a later
      *    territory change never moves commission already earned.
           MOVE PK-CUSTOMER-ID      TO RP-WS-CUSTOMER-ID.
           MOVE PK-ORDER-DATE       TO RP-WS-AS-OF-DATE.
           PERFORM FIND-CUSTOMER-REP.
           MOVE PK-DEPARTMENT       TO AO-DEPARTMENT.
           MOVE PK-CUSTOMER-ID      TO AO-CUSTOMER-ID.
           MOVE PK-SHIPPED-QUANTITY TO AO-QUANTITY.
           MOVE PK-UNIT-PRICE       TO AO-UNIT-PRICE.
           MOVE PK-ITEM-NUMBER      TO AO-ITEM-NUMBER.
           MOVE PK-OPERATOR-ID      TO AO-OPERATOR-ID.
           MOVE PK-BRANCH-CODE      TO AO-BRANCH-CODE.
           MOVE PK-ORDER-NUMBER     TO AO-ORDER-NUMBER.
           MOVE PK-ORDER-DATE       TO AO-ORDER-DATE.
           MOVE PK-SHIP-TO-CODE     TO AO-SHIP-TO-CODE.
           MOVE RP-WS-SALESPERSON-ID TO AO-SALESPERSON-ID.
           WRITE ACCEPTED-ORDER-RECORD.
           MOVE PK-DEPARTMENT       TO MO-DEPARTMENT.
           MOVE PK-CUSTOMER-ID      TO MO-CUSTOMER-ID.
           MOVE PK-SHIPPED-QUANTITY TO MO-QUANTITY.
           MOVE PK-UNIT-PRICE       TO MO-UNIT-PRICE.
           MOVE PK-ITEM-NUMBER      TO MO-ITEM-NUMBER.
           MOVE PK-OPERATOR-ID      TO MO-OPERATOR-ID.
           MOVE PK-BRANCH-CODE      TO MO-BRANCH-CODE.
           MOVE PK-ORDER-NUMBER     TO MO-ORDER-NUMBER.
           MOVE PK-ORDER-DATE       TO MO-ORDER-DATE.
           MOVE RP-WS-SALESPERSON-ID TO MO-SALESPERSON-ID.
           MOVE WS-TODAY-RUN-DATE   TO MO-POST-DATE.
           WRITE MTD-ORDER-RECORD.
      *    The shipped line rolls into the department period
      *    history, so the month's trend is what actually left the
      *    building.
           MOVE PK-DEPARTMENT TO DH-WS-DEPARTMENT.
           MOVE WS-TODAY-RUN-DATE (1:6) TO DH-WS-PERIOD.
           MOVE 1 TO DH-WS-LINE-COUNT.
           MOVE WS-EXTENDED-AMOUNT TO DH-WS-AMOUNT.
           PERFORM POST-DEPT-HISTORY.
           MOVE PK-DEPARTMENT TO DW-WS-DEPARTMENT.
           MOVE WS-EXTENDED-AMOUNT TO DW-WS-AMOUNT.
           PERFORM POST-DEPT-WTD.
           MOVE PK-CUSTOMER-ID TO CH-WS-CUSTOMER-ID.
           MOVE WS-TODAY-RUN-DATE (1:6) TO CH-WS-PERIOD.
           MOVE 1 TO CH-WS-LINE-COUNT.
           MOVE WS-EXTENDED-AMOUNT TO CH-WS-AMOUNT.
           PERFORM POST-CUST-HISTORY.
           MOVE PK-CUSTOMER-ID TO PF-WS-CUSTOMER-ID.
           MOVE WS-TODAY-RUN-DATE (1:6) TO PF-WS-PERIOD.
           MOVE "S" TO PF-WS-COLUMN.
           MOVE WS-EXTENDED-AMOUNT TO PF-WS-AMOUNT.
           PERFORM POST-CUST-PROFIT.

       WRITE-SHORT-BACKORDER.
           MOVE PK-ITEM-NUMBER    TO BO-ITEM-NUMBER.
           MOVE WS-TODAY-RUN-DATE TO BO-BACKORDER-DATE.
           MOVE PK-ORDER-NUMBER   TO BO-ORDER-NUMBER.
           MOVE 0                 TO BO-SEQUENCE.
           MOVE PK-DEPARTMENT     TO BO-DEPARTMENT.
           MOVE PK-CUSTOMER-ID    TO BO-CUSTOMER-ID.
           MOVE WS-SHORT-QUANTITY TO BO-QUANTITY.
           MOVE PK-UNIT-PRICE     TO BO-UNIT-PRICE.
           MOVE PK-OPERATOR-ID    TO BO-OPERATOR-ID.
           MOVE PK-BRANCH-CODE    TO BO-BRANCH-CODE.
           MOVE PK-ORDER-DATE     TO BO-ORDER-DATE.
           MOVE PK-SHIP-TO-CODE   TO BO-SHIP-TO-CODE.
           MOVE "N" TO WS-BACKORDER-STORED-SWITCH.
           PERFORM STORE-BACKORDER-RECORD
               UNTIL BACKORDER-STORED.

       STORE-BACKORDER-RECORD.
           WRITE BACKORDER-RECORD
               INVALID KEY
                   IF BACKORDER-STATUS = "22" AND BO-SEQUENCE < 999
                       ADD 1 TO BO-SEQUENCE
                   ELSE
                       DISPLAY "WARNING - backorder not written, "
                           "STATUS " BACKORDER-STATUS
                       MOVE "Y" TO WS-BACKORDER-STORED-SWITCH
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO WS-BACKORDER-STORED-SWITCH
           END-WRITE.

       CARRY-UNCONFIRMED-LINE.
           ADD 1 TO WS-CARRIED-COUNT.
           IF PK-TICKET-PRINTED
               MOVE "AWAITING DOCK CONFIRMATION" TO DTL-STATUS
           ELSE
               MOVE "TICKET NOT YET PRINTED" TO DTL-STATUS
           END-IF.
           PERFORM PRINT-PICK-DETAIL.

       PRINT-PICK-DETAIL.
           COMPUTE WS-ACCEPT-INTEGER =
               FUNCTION INTEGER-OF-DATE (PK-ACCEPT-DATE).
           COMPUTE WS-AGE-DAYS =
               WS-TODAY-INTEGER - WS-ACCEPT-INTEGER.
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
           IF NOT PK-CONFIRMED AND WS-AGE-DAYS > 3
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF.
           MOVE PK-ORDER-NUMBER     TO DTL-ORDER-NUMBER.
           MOVE PK-LINE-NUMBER      TO DTL-LINE-NUMBER.
           MOVE PK-CUSTOMER-ID      TO DTL-CUSTOMER-ID.
           MOVE PK-ITEM-NUMBER      TO DTL-ITEM-NUMBER.
           MOVE PK-QUANTITY         TO DTL-ORDERED.
           MOVE PK-SHIPPED-QUANTITY TO DTL-SHIPPED.
           MOVE PK-ACCEPT-DATE      TO DTL-ACCEPT-DATE.
           MOVE WS-AGE-DAYS         TO DTL-AGE-DAYS.
           MOVE " " TO PRINT-CC.
           MOVE SHIP-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-RELEASE-TOTALS.
           MOVE "LINES RELEASED TO BILLING:" TO TOT-LABEL.
           MOVE WS-RELEASED-COUNT  TO TOT-COUNT.
           MOVE WS-RELEASED-AMOUNT TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "LINES CONFIRMED SHORT:"     TO TOT-LABEL.
           MOVE WS-SHORT-COUNT     TO TOT-COUNT.
           MOVE 0                  TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE "LINES CARRIED FORWARD:"     TO TOT-LABEL.
           MOVE WS-CARRIED-COUNT   TO TOT-COUNT.
           MOVE 0                  TO TOT-AMOUNT.
           PERFORM PRINT-ONE-TOTAL.

       PRINT-ONE-TOTAL.
           MOVE " " TO PRINT-CC.
           MOVE SHIP-TOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY STATSPD.
           COPY DHISPD.
           COPY DWTDPD.
           COPY CHISPD.
           COPY CPRFPD.
           COPY CREPPD.
