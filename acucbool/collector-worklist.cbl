       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLWORK.
      ******************************************************************
      * Purpose: Daily collector worklist. Walks the open-item detail
      *          in customer sequence and picks out every customer
      *          with undisputed debt more than 60 days past its due
      *          date, then prints them largest past-due dollars
      *          first, so the collectors work the money down the
      *          page instead of down the AGERPT printout. Each entry
      *          shows the name and phone, the total past due, the
      *          part over 60 days, and the oldest item's days past
      *          due, with the last collection note and whether the
      *          customer's last promise was broken. A customer with
      *          a promise to pay still open and dated today or later
      *          on colnotes.dat is left off - the collector already
      *          has their word and is waiting on the date - and so
      *          is a customer whose open credits cover the debt.
      *          Disputed items count toward nothing here, the same
      *          as in the dunning letters. Read only.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPNISEL.
           COPY COLNSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           SELECT PRINT-FILE ASSIGN TO "colwork.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "colwork.srt".

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-FILE.
           COPY OPNIREC.

       FD  COLLECTION-NOTE-FILE.
           COPY COLNREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-PAST-DUE-AMOUNT  PIC S9(9)V99.
           05  SR-CUSTOMER-ID      PIC X(10).
           05  SR-OVER-60-AMOUNT   PIC S9(9)V99.
           05  SR-WORST-AGE-DAYS   PIC 9(5).
           05  SR-LAST-NOTE-DATE   PIC 9(8).
           05  SR-LAST-NOTE-TEXT   PIC X(60).
           05  SR-LAST-PROMISE-STATUS PIC X.
               88  SR-LAST-PROMISE-BROKEN      VALUE "B".

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  COLLECTION-NOTE-STATUS  PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-OPEN-ITEMS               VALUE "Y".
       01  WS-SORT-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SORTED-LINES             VALUE "Y".
       01  WS-FIRST-RECORD-SWITCH  PIC X       VALUE "Y".
           88  FIRST-RECORD-NOT-READ           VALUE "Y".
       01  WS-NOTES-FILE-SWITCH    PIC X       VALUE "N".
           88  NOTES-FILE-OPEN                 VALUE "Y".
       01  WS-NOTE-SCAN-SWITCH     PIC X       VALUE "N".
           88  NOTE-SCAN-DONE                  VALUE "Y".
       01  WS-PROMISE-PENDING-SWITCH PIC X     VALUE "N".
           88  PROMISE-STILL-PENDING           VALUE "Y".
       01  WS-PREV-CUSTOMER-ID     PIC X(10)   VALUE SPACES.
       01  WS-TODAY-INTEGER        PIC 9(8).
       01  WS-DUE-INTEGER          PIC 9(8).
       01  WS-AGE-DAYS             PIC S9(5).
       01  WS-CUST-OPEN-TOTAL      PIC S9(9)V99 VALUE 0.
       01  WS-CUST-PAST-DUE        PIC S9(9)V99 VALUE 0.
       01  WS-CUST-OVER-60         PIC S9(9)V99 VALUE 0.
       01  WS-CUST-WORST-AGE       PIC S9(5)   VALUE 0.
       01  WS-LAST-NOTE-DATE       PIC 9(8).
       01  WS-LAST-NOTE-TEXT       PIC X(60).
       01  WS-LAST-PROMISE-STATUS  PIC X.
       01  WS-WORKLIST-COUNT       PIC 9(5)    VALUE 0.
       01  WS-PROMISED-COUNT       PIC 9(5)    VALUE 0.
       01  WS-WORKLIST-TOTAL       PIC S9(11)V99 VALUE 0.

           COPY OPNIWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  COLWORK-COLUMN-HEADINGS.
           05  FILLER              PIC X(6)  VALUE "RANK".
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(22) VALUE "CUSTOMER-NAME".
           05  FILLER              PIC X(16) VALUE "PHONE".
           05  FILLER              PIC X(13) VALUE "    PAST DUE".
           05  FILLER              PIC X(13) VALUE "     OVER 60".
           05  FILLER              PIC X(9)  VALUE "  OLDEST".
           05  FILLER              PIC X(41) VALUE SPACES.

       01  COLWORK-DETAIL-LINE.
           05  DTL-RANK            PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-CUSTOMER-NAME   PIC X(22).
           05  DTL-PHONE           PIC X(16).
           05  DTL-PAST-DUE        PIC ZZZZZZZZ9.99-.
           05  DTL-OVER-60         PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-WORST-AGE       PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-PROMISE-FLAG    PIC X(40).

       01  COLWORK-NOTE-LINE.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "LAST NOTE ".
           05  NTE-NOTE-DATE       PIC X(10).
           05  NTE-NOTE-TEXT       PIC X(60).
           05  FILLER              PIC X(46) VALUE SPACES.

       01  COLWORK-TOTAL-LINE.
           05  FILLER              PIC X(20) VALUE
               "CUSTOMERS TO CALL: ".
           05  TOT-WORKLIST-COUNT  PIC ZZZZ9.
           05  FILLER              PIC X(19) VALUE
               "   PAST DUE TOTAL: ".
           05  TOT-WORKLIST-AMOUNT PIC ZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(22) VALUE
               "   LEFT OFF, PROMISED:".
           05  TOT-PROMISED-COUNT  PIC ZZZZ9.
           05  FILLER              PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "COLWORK" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           OPEN INPUT CUSTOMER-FILE.
      *    No notes file only means no collector has keyed a note -
      *    nobody has a promise to leave them off the list.
           OPEN INPUT COLLECTION-NOTE-FILE.
           IF COLLECTION-NOTE-STATUS = "00"
               MOVE "Y" TO WS-NOTES-FILE-SWITCH
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "COLWORK" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SR-PAST-DUE-AMOUNT
               ON ASCENDING KEY SR-CUSTOMER-ID
               INPUT PROCEDURE IS GATHER-OVERDUE-CUSTOMERS
               OUTPUT PROCEDURE IS PRINT-THE-WORKLIST.
           CLOSE CUSTOMER-FILE.
           IF NOTES-FILE-OPEN
               CLOSE COLLECTION-NOTE-FILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "COLLECTOR WORKLIST COMPLETE - " WS-WORKLIST-COUNT
               " CUSTOMERS TO CALL, " WS-PROMISED-COUNT
               " LEFT OFF ON A PROMISE".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE COLWORK-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       GATHER-OVERDUE-CUSTOMERS.
      *    No open-item file simply means nothing is owed - the
      *    worklist prints empty.
           OPEN INPUT OPEN-ITEM-FILE.
           IF OPEN-ITEM-STATUS NOT = "00"
               DISPLAY "NO OPEN-ITEM FILE - NOTHING TO COLLECT"
           ELSE
               PERFORM READ-OPEN-ITEM
               PERFORM NOTE-ONE-ITEM
                   UNTIL END-OF-OPEN-ITEMS
               IF NOT FIRST-RECORD-NOT-READ
                   PERFORM FINISH-ONE-CUSTOMER
               END-IF
               CLOSE OPEN-ITEM-FILE
           END-IF.

       READ-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-ITEM.
           IF FIRST-RECORD-NOT-READ
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               MOVE OI-CUSTOMER-ID TO WS-PREV-CUSTOMER-ID
           ELSE
               IF OI-CUSTOMER-ID NOT = WS-PREV-CUSTOMER-ID
                   PERFORM FINISH-ONE-CUSTOMER
                   MOVE OI-CUSTOMER-ID TO WS-PREV-CUSTOMER-ID
               END-IF
           END-IF.
      *    Days past the item's due date, as AGERPT ages it; an item
      *    with none falls due on the house terms.
           IF NOT OI-ITEM-DISPUTED
               ADD OI-OPEN-AMOUNT TO WS-CUST-OPEN-TOTAL
               IF OI-OPEN-AMOUNT > 0
                   PERFORM AGE-ONE-ITEM
               END-IF
           END-IF.
           PERFORM READ-OPEN-ITEM.

       AGE-ONE-ITEM.
           IF OI-DUE-DATE = 0
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (OI-ITEM-DATE)
                       + OI-WS-HOUSE-NET-DAYS
           ELSE
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (OI-DUE-DATE)
           END-IF.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER - WS-DUE-INTEGER.
           IF WS-AGE-DAYS > 0
               ADD OI-OPEN-AMOUNT TO WS-CUST-PAST-DUE
               IF WS-AGE-DAYS > 60
                   ADD OI-OPEN-AMOUNT TO WS-CUST-OVER-60
               END-IF
               IF WS-AGE-DAYS > WS-CUST-WORST-AGE
                   MOVE WS-AGE-DAYS TO WS-CUST-WORST-AGE
               END-IF
           END-IF.

       FINISH-ONE-CUSTOMER.
           IF WS-CUST-OVER-60 > 0
               AND WS-CUST-OPEN-TOTAL > 0
               PERFORM READ-CUSTOMER-NOTES
               IF PROMISE-STILL-PENDING
                   ADD 1 TO WS-PROMISED-COUNT
               ELSE
                   PERFORM RELEASE-ONE-CUSTOMER
               END-IF
           END-IF.
           MOVE 0 TO WS-CUST-OPEN-TOTAL.
           MOVE 0 TO WS-CUST-PAST-DUE.
           MOVE 0 TO WS-CUST-OVER-60.
           MOVE 0 TO WS-CUST-WORST-AGE.

       READ-CUSTOMER-NOTES.
      *    The notes read oldest first, so the last one read is the
      *    latest note and the latest promise.
           MOVE "N"    TO WS-PROMISE-PENDING-SWITCH.
           MOVE 0      TO WS-LAST-NOTE-DATE.
           MOVE SPACES TO WS-LAST-NOTE-TEXT.
           MOVE SPACE  TO WS-LAST-PROMISE-STATUS.
           IF NOTES-FILE-OPEN
               MOVE "N" TO WS-NOTE-SCAN-SWITCH
               MOVE WS-PREV-CUSTOMER-ID TO CN-CUSTOMER-ID
               MOVE 0                   TO CN-NOTE-DATE
               MOVE 0                   TO CN-NOTE-TIME
               START COLLECTION-NOTE-FILE
                   KEY IS GREATER THAN OR EQUAL TO CN-NOTE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-NOTE-SCAN-SWITCH
               END-START
               PERFORM READ-ONE-CUSTOMER-NOTE
                   UNTIL NOTE-SCAN-DONE
           END-IF.

       READ-ONE-CUSTOMER-NOTE.
           READ COLLECTION-NOTE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-NOTE-SCAN-SWITCH
               NOT AT END
                   IF CN-CUSTOMER-ID NOT = WS-PREV-CUSTOMER-ID
                       MOVE "Y" TO WS-NOTE-SCAN-SWITCH
                   ELSE
                       MOVE CN-NOTE-DATE TO WS-LAST-NOTE-DATE
                       MOVE CN-NOTE-TEXT TO WS-LAST-NOTE-TEXT
                       IF CN-PROMISE-TO-PAY
                           MOVE CN-PROMISE-STATUS
                               TO WS-LAST-PROMISE-STATUS
                           IF CN-PROMISE-OPEN
                               AND CN-PROMISE-DATE
                                   NOT < WS-BUSINESS-DATE
                               MOVE "Y"
                                   TO WS-PROMISE-PENDING-SWITCH
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       RELEASE-ONE-CUSTOMER.
           MOVE WS-CUST-PAST-DUE       TO SR-PAST-DUE-AMOUNT.
           MOVE WS-PREV-CUSTOMER-ID    TO SR-CUSTOMER-ID.
           MOVE WS-CUST-OVER-60        TO SR-OVER-60-AMOUNT.
           MOVE WS-CUST-WORST-AGE      TO SR-WORST-AGE-DAYS.
           MOVE WS-LAST-NOTE-DATE      TO SR-LAST-NOTE-DATE.
           MOVE WS-LAST-NOTE-TEXT      TO SR-LAST-NOTE-TEXT.
           MOVE WS-LAST-PROMISE-STATUS TO SR-LAST-PROMISE-STATUS.
           RELEASE SORT-WORK-RECORD.

       PRINT-THE-WORKLIST.
           PERFORM RETURN-SORTED-LINE.
           PERFORM PRINT-ONE-CUSTOMER
               UNTIL END-OF-SORTED-LINES.
           PERFORM PRINT-WORKLIST-TOTAL.
           PERFORM PRINT-REPORT-TRAILER.

       RETURN-SORTED-LINE.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       PRINT-ONE-CUSTOMER.
           ADD 1 TO WS-WORKLIST-COUNT.
           ADD SR-PAST-DUE-AMOUNT TO WS-WORKLIST-TOTAL.
           MOVE SR-CUSTOMER-ID TO CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO DTL-CUSTOMER-NAME
                   MOVE SPACES TO DTL-PHONE
               NOT INVALID KEY
                   MOVE CUSTOMER-NAME  TO DTL-CUSTOMER-NAME
                   MOVE CUSTOMER-PHONE TO DTL-PHONE
           END-READ.
           MOVE WS-WORKLIST-COUNT  TO DTL-RANK.
           MOVE SR-CUSTOMER-ID     TO DTL-CUSTOMER-ID.
           MOVE SR-PAST-DUE-AMOUNT TO DTL-PAST-DUE.
           MOVE SR-OVER-60-AMOUNT  TO DTL-OVER-60.
           MOVE SR-WORST-AGE-DAYS  TO DTL-WORST-AGE.
           IF SR-LAST-PROMISE-BROKEN
               MOVE "** LAST PROMISE BROKEN **" TO DTL-PROMISE-FLAG
           ELSE
               MOVE SPACES TO DTL-PROMISE-FLAG
           END-IF.
           MOVE " " TO PRINT-CC.
           MOVE COLWORK-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           IF SR-LAST-NOTE-DATE > 0
               MOVE SR-LAST-NOTE-DATE TO NTE-NOTE-DATE
               MOVE SR-LAST-NOTE-TEXT TO NTE-NOTE-TEXT
               MOVE " " TO PRINT-CC
               MOVE COLWORK-NOTE-LINE TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
           END-IF.
           PERFORM RETURN-SORTED-LINE.

       PRINT-WORKLIST-TOTAL.
           MOVE WS-WORKLIST-COUNT TO TOT-WORKLIST-COUNT.
           MOVE WS-WORKLIST-TOTAL TO TOT-WORKLIST-AMOUNT.
           MOVE WS-PROMISED-COUNT TO TOT-PROMISED-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE COLWORK-TOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
