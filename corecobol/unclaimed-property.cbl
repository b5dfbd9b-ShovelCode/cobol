       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNCLPRP.
      ******************************************************************
      * Purpose: Annual unclaimed property (escheat) run for stale
      *          credit balances. Two passes, picked by the operator
      *          parameter card's mode:
      *          NOTICE (the default) walks the customer master for
      *          accounts with no activity since the dormancy cutoff
      *          (CUSTOMER-LAST-ACTIVITY-DATE more than
      *          WS-DORMANCY-YEARS back - zero counts as dormant)
      *          whose open items on openitem.dat - credit memos,
      *          overpayments, and unapplied P-type payment credits
      *          alike - net to a credit, with no open item of their
      *          own newer than the cutoff either. Each is selected
      *          onto unclprop.dat with the credit and its reply-by
      *          date and listed on unclprp.prt; the due-diligence
      *          letters then print through CUSTLTR in its UNCLAIMED
      *          mode. A customer already selected and not yet
      *          resolved is not selected twice.
      *          REMIT, run once the response window has passed,
      *          closes every open selection whose reply-by date is
      *          behind the business date. A customer with activity
      *          since selection, or whose credit has gone, is marked
      *          claimed. The rest are reported: the current credit
      *          is cleared by an ESCH adjustment on adjtrans.dat, so
      *          the balance and open items move through ADJPOST and
      *          BALRECN still ties, and lands on the escheat.dat
      *          feed the GL extract journals to the unclaimed
      *          property payable account. The state remittance
      *          report prints in state and customer sequence with a
      *          total per state. Never rewrites custbal.dat itself.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY OPNISEL.
           COPY UNCLSEL.

           SELECT ADJUSTMENT-FILE ASSIGN TO "adjtrans.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-FILE-STATUS.

           SELECT ESCHEAT-FEED-FILE ASSIGN TO "escheat.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESCHEAT-FEED-STATUS.

           SELECT PRINT-FILE ASSIGN TO "unclprp.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "unclprp.srt".

           COPY PARMSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  OPEN-ITEM-FILE.
           COPY OPNIREC.

       FD  UNCLAIMED-PROPERTY-FILE.
           COPY UNCLREC.

       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD.
           05  AJ-CUSTOMER-ID      PIC X(10).
           05  AJ-AMOUNT           PIC S9(7)V99.
           05  AJ-REASON-CODE      PIC X(4).
           05  AJ-ENTRY-DATE       PIC 9(8).
           05  AJ-OPERATOR-ID      PIC X(10).

       FD  ESCHEAT-FEED-FILE.
       01  ESCHEAT-FEED-RECORD.
           05  ES-CUSTOMER-ID      PIC X(10).
           05  ES-OWNER-STATE      PIC X(2).
           05  ES-AMOUNT           PIC S9(7)V99.
           05  ES-ENTRY-DATE       PIC 9(8).
           05  ES-OPERATOR-ID      PIC X(10).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-OWNER-STATE      PIC X(2).
           05  SR-CUSTOMER-ID      PIC X(10).
           05  SR-OWNER-NAME       PIC X(30).
           05  SR-OWNER-STREET     PIC X(25).
           05  SR-OWNER-CITY       PIC X(15).
           05  SR-OWNER-ZIP        PIC X(8).
           05  SR-LAST-ACTIVITY-DATE PIC 9(8).
           05  SR-REPORTED-AMOUNT  PIC S9(7)V99.

           COPY PRTRECFD.
           COPY PARMFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODE        PIC XX.
       01  UNCLAIMED-PROPERTY-STATUS PIC XX.
       01  ADJUSTMENT-FILE-STATUS  PIC XX.
       01  ESCHEAT-FEED-STATUS     PIC XX.
       01  WS-RUN-MODE             PIC X(10)   VALUE "NOTICE".
           88  NOTICE-RUN                      VALUE "NOTICE".
           88  REMIT-RUN                       VALUE "REMIT".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-INPUT                    VALUE "Y".
       01  WS-SCAN-SWITCH          PIC X       VALUE "N".
           88  SCAN-DONE                       VALUE "Y".
       01  WS-SORT-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SORTED-LINES             VALUE "Y".
       01  WS-PENDING-SWITCH       PIC X       VALUE "N".
           88  SELECTION-STILL-OPEN            VALUE "Y".
       01  WS-ITEMS-FILE-SWITCH    PIC X       VALUE "N".
           88  ITEMS-FILE-OPEN                 VALUE "Y".
       01  WS-FIRST-STATE-SWITCH   PIC X       VALUE "Y".
           88  FIRST-STATE-NOT-PRINTED         VALUE "Y".

      *    The state's dormancy period for credit balances and the
      *    days the owner is given to answer the due-diligence
      *    letter before the credit is reported.
       01  WS-DORMANCY-YEARS       PIC 9(2)    VALUE 3.
       01  WS-RESPONSE-DAYS        PIC 9(3)    VALUE 60.

       01  WS-DORMANT-CUTOFF       PIC 9(8).
       01  WS-ITEM-NET-AMOUNT      PIC S9(9)V99.
       01  WS-NEWEST-ITEM-DATE     PIC 9(8).
       01  WS-CREDIT-AMOUNT        PIC S9(9)V99.
       01  WS-PREV-STATE           PIC X(2).
       01  WS-STATE-TOTAL          PIC S9(11)V99 VALUE 0.
       01  WS-STATE-COUNT          PIC 9(5)    VALUE 0.
       01  WS-SELECTED-COUNT       PIC 9(5)    VALUE 0.
       01  WS-ALREADY-OPEN-COUNT   PIC 9(5)    VALUE 0.
       01  WS-NO-CONTACT-COUNT     PIC 9(5)    VALUE 0.
       01  WS-REPORTED-COUNT       PIC 9(5)    VALUE 0.
       01  WS-CLAIMED-COUNT        PIC 9(5)    VALUE 0.
       01  WS-WAITING-COUNT        PIC 9(5)    VALUE 0.
       01  WS-TOO-LARGE-COUNT      PIC 9(5)    VALUE 0.
       01  WS-RUN-TOTAL            PIC S9(11)V99 VALUE 0.

           COPY OPNIWS.
           COPY PARMWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  NOTICE-TITLE-LINE.
           05  FILLER              PIC X(44) VALUE
               "DORMANT CREDIT BALANCES SELECTED - CUTOFF ".
           05  TTL-CUTOFF-DATE     PIC 9(8).
           05  FILLER              PIC X(80) VALUE SPACES.

       01  NOTICE-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(32) VALUE "CUSTOMER-NAME".
           05  FILLER              PIC X(4)  VALUE "ST".
           05  FILLER              PIC X(10) VALUE "LAST ACT".
           05  FILLER              PIC X(13) VALUE "       CREDIT".
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(58) VALUE "REPLY BY".

       01  NOTICE-DETAIL-LINE.
           05  NTC-CUSTOMER-ID     PIC X(12).
           05  NTC-CUSTOMER-NAME   PIC X(32).
           05  NTC-STATE           PIC X(4).
           05  NTC-LAST-ACTIVITY   PIC X(10).
           05  NTC-CREDIT          PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  NTC-REPLY-BY        PIC X(10).
           05  NTC-NOTE            PIC X(48).

       01  NOTICE-TOTAL-LINE.
           05  FILLER              PIC X(20) VALUE
               "CREDITS SELECTED:  ".
           05  TOT-SELECTED-COUNT  PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE "   TOTAL: ".
           05  TOT-SELECTED-AMOUNT PIC ZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(26) VALUE
               "   ALREADY OPEN, SKIPPED: ".
           05  TOT-ALREADY-OPEN    PIC ZZZZ9.
           05  FILLER              PIC X(51) VALUE SPACES.

       01  REMIT-TITLE-LINE.
           05  FILLER              PIC X(48) VALUE
               "UNCLAIMED PROPERTY REMITTANCE - CREDIT BALANCES ".
           05  FILLER              PIC X(12) VALUE "REPORTED ON ".
           05  TTL-REMIT-DATE      PIC 9(8).
           05  FILLER              PIC X(64) VALUE SPACES.

       01  REMIT-COLUMN-HEADINGS.
           05  FILLER              PIC X(4)  VALUE "ST".
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(31) VALUE "OWNER NAME".
           05  FILLER              PIC X(26) VALUE "LAST KNOWN ADDRESS".
           05  FILLER              PIC X(16) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "LAST ACT".
           05  FILLER              PIC X(13) VALUE "       AMOUNT".
           05  FILLER              PIC X(9)  VALUE SPACES.

       01  REMIT-DETAIL-LINE.
           05  DTL-STATE           PIC X(4).
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-OWNER-NAME      PIC X(31).
           05  DTL-OWNER-STREET    PIC X(26).
           05  DTL-OWNER-CITY      PIC X(16).
           05  DTL-OWNER-ZIP       PIC X(10).
           05  DTL-LAST-ACTIVITY   PIC 9(8).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-AMOUNT          PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(9)  VALUE SPACES.

       01  REMIT-STATE-TOTAL-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "STATE ".
           05  STT-STATE           PIC X(2).
           05  FILLER              PIC X(9)  VALUE " OWNERS: ".
           05  STT-COUNT           PIC ZZZZ9.
           05  FILLER              PIC X(82) VALUE SPACES.
           05  STT-AMOUNT          PIC ZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(9)  VALUE SPACES.

       01  REMIT-TOTAL-LINE.
           05  FILLER              PIC X(20) VALUE
               "CREDITS REPORTED:  ".
           05  TOT-REPORTED-COUNT  PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE "   TOTAL: ".
           05  TOT-REPORTED-AMOUNT PIC ZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(11) VALUE "   CLAIMED:".
           05  TOT-CLAIMED-COUNT   PIC ZZZZ9.
           05  FILLER              PIC X(19) VALUE
               "   STILL ANSWERING:".
           05  TOT-WAITING-COUNT   PIC ZZZZ9.
           05  FILLER              PIC X(13) VALUE "   TOO LARGE:".
           05  TOT-TOO-LARGE-COUNT PIC ZZZZ9.
           05  FILLER              PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "UNCLPRP" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM READ-PARAMETER-CARD.
           IF PARM-MODE-FLAG NOT = SPACES
               MOVE PARM-MODE-FLAG TO WS-RUN-MODE
           END-IF.
           IF NOT NOTICE-RUN
               AND NOT REMIT-RUN
               DISPLAY "UNKNOWN MODE " WS-RUN-MODE
                   " - NOTICE OR REMIT ONLY. NOTHING DONE."
               MOVE RC-DECLINED TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           COMPUTE WS-DORMANT-CUTOFF =
               WS-BUSINESS-DATE - WS-DORMANCY-YEARS * 10000.
           PERFORM OPEN-FILES.
           MOVE "UNCLPRP" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           IF NOTICE-RUN
               PERFORM SELECT-DORMANT-CREDITS
           ELSE
               PERFORM REPORT-UNCLAIMED-CREDITS
           END-IF.
           PERFORM PRINT-REPORT-TRAILER.
           PERFORM CLOSE-FILES.
           IF NOTICE-RUN
               DISPLAY "UNCLAIMED PROPERTY NOTICE RUN COMPLETE - "
                   WS-SELECTED-COUNT " SELECTED, TOTAL "
                   WS-RUN-TOTAL
               DISPLAY "DO-NOT-CONTACT (NO LETTER): "
                   WS-NO-CONTACT-COUNT
           ELSE
               DISPLAY "UNCLAIMED PROPERTY REMITTANCE COMPLETE - "
                   WS-REPORTED-COUNT " REPORTED, TOTAL "
                   WS-RUN-TOTAL ", " WS-CLAIMED-COUNT " CLAIMED"
           END-IF.
           MOVE RC-NORMAL TO RETURN-CODE.
           IF WS-TOO-LARGE-COUNT > 0
               DISPLAY "CREDITS TOO LARGE FOR ONE ADJUSTMENT - "
                   "REPORT BY HAND: " WS-TOO-LARGE-COUNT
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE.
      *    No open-item file means no credits to find - every
      *    customer totals to zero.
           OPEN INPUT OPEN-ITEM-FILE.
           IF OPEN-ITEM-STATUS = "00"
               MOVE "Y" TO WS-ITEMS-FILE-SWITCH
           END-IF.
           OPEN I-O UNCLAIMED-PROPERTY-FILE.
           IF UNCLAIMED-PROPERTY-STATUS = "05" OR "35"
               CLOSE UNCLAIMED-PROPERTY-FILE
               OPEN OUTPUT UNCLAIMED-PROPERTY-FILE
               CLOSE UNCLAIMED-PROPERTY-FILE
               OPEN I-O UNCLAIMED-PROPERTY-FILE
           END-IF.
           IF REMIT-RUN
               OPEN EXTEND ADJUSTMENT-FILE
               IF ADJUSTMENT-FILE-STATUS = "05" OR "35"
                   OPEN OUTPUT ADJUSTMENT-FILE
               END-IF
               OPEN EXTEND ESCHEAT-FEED-FILE
               IF ESCHEAT-FEED-STATUS = "05" OR "35"
                   OPEN OUTPUT ESCHEAT-FEED-FILE
               END-IF
           END-IF.
           OPEN OUTPUT PRINT-FILE.

       CLOSE-FILES.
           CLOSE CUSTOMER-FILE.
           IF ITEMS-FILE-OPEN
               CLOSE OPEN-ITEM-FILE
           END-IF.
           CLOSE UNCLAIMED-PROPERTY-FILE.
           IF REMIT-RUN
               CLOSE ADJUSTMENT-FILE
               CLOSE ESCHEAT-FEED-FILE
           END-IF.
           CLOSE PRINT-FILE.

      ******************************************************************
      * NOTICE - select the dormant credits.
      ******************************************************************
       SELECT-DORMANT-CREDITS.
           MOVE WS-DORMANT-CUTOFF TO TTL-CUTOFF-DATE.
           MOVE " " TO PRINT-CC.
           MOVE NOTICE-TITLE-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           MOVE " " TO PRINT-CC.
           MOVE NOTICE-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 2 TO RPT-LINE-COUNT.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM CHECK-ONE-CUSTOMER
               UNTIL END-OF-INPUT.
           MOVE WS-SELECTED-COUNT     TO TOT-SELECTED-COUNT.
           MOVE WS-RUN-TOTAL          TO TOT-SELECTED-AMOUNT.
           MOVE WS-ALREADY-OPEN-COUNT TO TOT-ALREADY-OPEN.
           MOVE " " TO PRINT-CC.
           MOVE NOTICE-TOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-CUSTOMER.
           IF CUSTOMER-LAST-ACTIVITY-DATE < WS-DORMANT-CUTOFF
               PERFORM TOTAL-CUSTOMER-ITEMS
               IF WS-ITEM-NET-AMOUNT < 0
                   AND WS-NEWEST-ITEM-DATE < WS-DORMANT-CUTOFF
                   PERFORM FIND-OPEN-SELECTION
                   IF SELECTION-STILL-OPEN
                       ADD 1 TO WS-ALREADY-OPEN-COUNT
                   ELSE
                       PERFORM SELECT-ONE-CREDIT
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-CUSTOMER.

       FIND-OPEN-SELECTION.
      *    Last year's selection still waiting on its letter or its
      *    reply is left to run its course.
           MOVE "N" TO WS-PENDING-SWITCH.
           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE CUSTOMER-ID TO UP-CUSTOMER-ID.
           MOVE 0           TO UP-SELECT-DATE.
           START UNCLAIMED-PROPERTY-FILE
               KEY IS GREATER THAN OR EQUAL TO UP-PROPERTY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-SWITCH
           END-START.
           PERFORM READ-ONE-SELECTION
               UNTIL SCAN-DONE.

       READ-ONE-SELECTION.
           READ UNCLAIMED-PROPERTY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-SWITCH
               NOT AT END
                   IF UP-CUSTOMER-ID NOT = CUSTOMER-ID
                       MOVE "Y" TO WS-SCAN-SWITCH
                   ELSE
                       IF UP-STILL-OPEN
                           MOVE "Y" TO WS-PENDING-SWITCH
                       END-IF
                   END-IF
           END-READ.

       SELECT-ONE-CREDIT.
           COMPUTE WS-CREDIT-AMOUNT = 0 - WS-ITEM-NET-AMOUNT.
           INITIALIZE UNCLAIMED-PROPERTY-RECORD.
           MOVE CUSTOMER-ID       TO UP-CUSTOMER-ID.
           MOVE WS-BUSINESS-DATE  TO UP-SELECT-DATE.
           MOVE "S"               TO UP-STATUS.
           MOVE CUSTOMER-STATE    TO UP-OWNER-STATE.
           MOVE CUSTOMER-LAST-ACTIVITY-DATE TO UP-LAST-ACTIVITY-DATE.
           MOVE WS-CREDIT-AMOUNT  TO UP-CREDIT-AMOUNT.
           MOVE WS-RESPONSE-DAYS  TO UP-RESPONSE-DAYS.
           COMPUTE UP-REPLY-BY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                   + WS-RESPONSE-DAYS).
           WRITE UNCLAIMED-PROPERTY-RECORD
               INVALID KEY
                   DISPLAY "ALREADY SELECTED TODAY: " CUSTOMER-ID
               NOT INVALID KEY
                   ADD 1 TO WS-SELECTED-COUNT
                   ADD WS-CREDIT-AMOUNT TO WS-RUN-TOTAL
                   PERFORM PRINT-SELECTED-CREDIT
           END-WRITE.

       PRINT-SELECTED-CREDIT.
           MOVE CUSTOMER-ID           TO NTC-CUSTOMER-ID.
           MOVE CUSTOMER-NAME         TO NTC-CUSTOMER-NAME.
           MOVE CUSTOMER-STATE        TO NTC-STATE.
           MOVE UP-LAST-ACTIVITY-DATE TO NTC-LAST-ACTIVITY.
           MOVE WS-CREDIT-AMOUNT      TO NTC-CREDIT.
           MOVE UP-REPLY-BY-DATE      TO NTC-REPLY-BY.
           MOVE SPACES                TO NTC-NOTE.
           IF CUSTOMER-NO-CONTACT
               ADD 1 TO WS-NO-CONTACT-COUNT
               MOVE "DO NOT CONTACT - NO LETTER WILL PRINT"
                   TO NTC-NOTE
           END-IF.
           MOVE " " TO PRINT-CC.
           MOVE NOTICE-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       TOTAL-CUSTOMER-ITEMS.
      *    Net of everything still open for the customer, and the
      *    date of the newest open item - a credit memo or payment
      *    posted since the cutoff is activity too.
           MOVE 0 TO WS-ITEM-NET-AMOUNT.
           MOVE 0 TO WS-NEWEST-ITEM-DATE.
           MOVE "N" TO WS-SCAN-SWITCH.
           IF NOT ITEMS-FILE-OPEN
               MOVE "Y" TO WS-SCAN-SWITCH
           END-IF.
           MOVE CUSTOMER-ID TO OI-CUSTOMER-ID.
           MOVE LOW-VALUES  TO OI-REFERENCE.
           MOVE 0           TO OI-INVOICE-NUMBER.
           IF ITEMS-FILE-OPEN
               START OPEN-ITEM-FILE
                   KEY IS GREATER THAN OR EQUAL TO OI-ITEM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-SWITCH
               END-START
           END-IF.
           PERFORM READ-ONE-OPEN-ITEM
               UNTIL SCAN-DONE.

       READ-ONE-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-SWITCH
               NOT AT END
                   IF OI-CUSTOMER-ID NOT = CUSTOMER-ID
                       MOVE "Y" TO WS-SCAN-SWITCH
                   ELSE
                       IF OI-OPEN-AMOUNT NOT = 0
                           ADD OI-OPEN-AMOUNT TO WS-ITEM-NET-AMOUNT
                           IF OI-ITEM-DATE > WS-NEWEST-ITEM-DATE
                               MOVE OI-ITEM-DATE
                                   TO WS-NEWEST-ITEM-DATE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * REMIT - close the selections whose reply-by date has passed.
      ******************************************************************
       REPORT-UNCLAIMED-CREDITS.
           MOVE WS-BUSINESS-DATE TO TTL-REMIT-DATE.
           MOVE " " TO PRINT-CC.
           MOVE REMIT-TITLE-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           MOVE " " TO PRINT-CC.
           MOVE REMIT-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 2 TO RPT-LINE-COUNT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-OWNER-STATE
               ON ASCENDING KEY SR-CUSTOMER-ID
               INPUT PROCEDURE IS CLOSE-DUE-SELECTIONS
               OUTPUT PROCEDURE IS PRINT-REMITTANCE-REPORT.

       CLOSE-DUE-SELECTIONS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO UP-PROPERTY-KEY.
           START UNCLAIMED-PROPERTY-FILE
               KEY IS GREATER THAN OR EQUAL TO UP-PROPERTY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM READ-NEXT-SELECTION.
           PERFORM CLOSE-ONE-SELECTION
               UNTIL END-OF-INPUT.

       READ-NEXT-SELECTION.
           IF NOT END-OF-INPUT
               READ UNCLAIMED-PROPERTY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-IF.

       CLOSE-ONE-SELECTION.
           IF UP-STILL-OPEN
               IF UP-REPLY-BY-DATE NOT < WS-BUSINESS-DATE
                   ADD 1 TO WS-WAITING-COUNT
               ELSE
                   PERFORM RESOLVE-ONE-SELECTION
               END-IF
           END-IF.
           PERFORM READ-NEXT-SELECTION.

       RESOLVE-ONE-SELECTION.
      *    A customer gone from the master is still owed the credit;
      *    the last known address is then only the state on file.
           MOVE UP-CUSTOMER-ID TO CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   MOVE "** NOT ON CUSTOMER MASTER **"
                       TO CUSTOMER-NAME
                   MOVE SPACES TO CUSTOMER-ADDRESS
                   MOVE UP-OWNER-STATE TO CUSTOMER-STATE
                   MOVE UP-LAST-ACTIVITY-DATE
                       TO CUSTOMER-LAST-ACTIVITY-DATE
           END-READ.
           PERFORM TOTAL-CUSTOMER-ITEMS.
           IF CUSTOMER-LAST-ACTIVITY-DATE > UP-LAST-ACTIVITY-DATE
               OR WS-ITEM-NET-AMOUNT NOT < 0
               MOVE "C" TO UP-STATUS
               MOVE WS-BUSINESS-DATE TO UP-RESOLVED-DATE
               REWRITE UNCLAIMED-PROPERTY-RECORD
               ADD 1 TO WS-CLAIMED-COUNT
           ELSE
               COMPUTE WS-CREDIT-AMOUNT = 0 - WS-ITEM-NET-AMOUNT
               IF WS-CREDIT-AMOUNT NOT < 10000000
                   DISPLAY "CREDIT TOO LARGE FOR ONE ADJUSTMENT - "
                       UP-CUSTOMER-ID " LEFT OPEN"
                   ADD 1 TO WS-TOO-LARGE-COUNT
               ELSE
                   PERFORM REPORT-ONE-CREDIT
               END-IF
           END-IF.

       REPORT-ONE-CREDIT.
      *    The credit clears through the same nightly posting every
      *    correction uses, so BALRECN still reconciles to the cent.
           MOVE UP-CUSTOMER-ID    TO AJ-CUSTOMER-ID.
           MOVE WS-CREDIT-AMOUNT  TO AJ-AMOUNT.
           MOVE "ESCH"            TO AJ-REASON-CODE.
           MOVE WS-BUSINESS-DATE  TO AJ-ENTRY-DATE.
           MOVE "UNCLPRP"         TO AJ-OPERATOR-ID.
           WRITE ADJUSTMENT-RECORD.
           MOVE UP-CUSTOMER-ID    TO ES-CUSTOMER-ID.
           MOVE CUSTOMER-STATE    TO ES-OWNER-STATE.
           MOVE WS-CREDIT-AMOUNT  TO ES-AMOUNT.
           MOVE WS-BUSINESS-DATE  TO ES-ENTRY-DATE.
           MOVE "UNCLPRP"         TO ES-OPERATOR-ID.
           WRITE ESCHEAT-FEED-RECORD.
           MOVE "R"               TO UP-STATUS.
           MOVE WS-BUSINESS-DATE  TO UP-RESOLVED-DATE.
           MOVE WS-CREDIT-AMOUNT  TO UP-REPORTED-AMOUNT.
           REWRITE UNCLAIMED-PROPERTY-RECORD.
           MOVE CUSTOMER-STATE    TO SR-OWNER-STATE.
           MOVE UP-CUSTOMER-ID    TO SR-CUSTOMER-ID.
           MOVE CUSTOMER-NAME     TO SR-OWNER-NAME.
           MOVE CUSTOMER-STREET   TO SR-OWNER-STREET.
           MOVE CUSTOMER-CITY     TO SR-OWNER-CITY.
           MOVE CUSTOMER-ZIP      TO SR-OWNER-ZIP.
           MOVE UP-LAST-ACTIVITY-DATE TO SR-LAST-ACTIVITY-DATE.
           MOVE WS-CREDIT-AMOUNT  TO SR-REPORTED-AMOUNT.
           RELEASE SORT-WORK-RECORD.

       PRINT-REMITTANCE-REPORT.
           PERFORM RETURN-SORTED-LINE.
           PERFORM PRINT-ONE-OWNER
               UNTIL END-OF-SORTED-LINES.
           IF NOT FIRST-STATE-NOT-PRINTED
               PERFORM PRINT-STATE-TOTAL
           END-IF.
           MOVE WS-REPORTED-COUNT  TO TOT-REPORTED-COUNT.
           MOVE WS-RUN-TOTAL       TO TOT-REPORTED-AMOUNT.
           MOVE WS-CLAIMED-COUNT   TO TOT-CLAIMED-COUNT.
           MOVE WS-WAITING-COUNT   TO TOT-WAITING-COUNT.
           MOVE WS-TOO-LARGE-COUNT TO TOT-TOO-LARGE-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE REMIT-TOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       RETURN-SORTED-LINE.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       PRINT-ONE-OWNER.
           IF FIRST-STATE-NOT-PRINTED
               MOVE "N" TO WS-FIRST-STATE-SWITCH
               MOVE SR-OWNER-STATE TO WS-PREV-STATE
           ELSE
               IF SR-OWNER-STATE NOT = WS-PREV-STATE
                   PERFORM PRINT-STATE-TOTAL
                   MOVE SR-OWNER-STATE TO WS-PREV-STATE
               END-IF
           END-IF.
           ADD 1 TO WS-REPORTED-COUNT.
           ADD 1 TO WS-STATE-COUNT.
           ADD SR-REPORTED-AMOUNT TO WS-RUN-TOTAL.
           ADD SR-REPORTED-AMOUNT TO WS-STATE-TOTAL.
           MOVE SR-OWNER-STATE        TO DTL-STATE.
           MOVE SR-CUSTOMER-ID        TO DTL-CUSTOMER-ID.
           MOVE SR-OWNER-NAME         TO DTL-OWNER-NAME.
           MOVE SR-OWNER-STREET       TO DTL-OWNER-STREET.
           MOVE SR-OWNER-CITY         TO DTL-OWNER-CITY.
           MOVE SR-OWNER-ZIP          TO DTL-OWNER-ZIP.
           MOVE SR-LAST-ACTIVITY-DATE TO DTL-LAST-ACTIVITY.
           MOVE SR-REPORTED-AMOUNT    TO DTL-AMOUNT.
           MOVE " " TO PRINT-CC.
           MOVE REMIT-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM RETURN-SORTED-LINE.

       PRINT-STATE-TOTAL.
           MOVE WS-PREV-STATE  TO STT-STATE.
           MOVE WS-STATE-COUNT TO STT-COUNT.
           MOVE WS-STATE-TOTAL TO STT-AMOUNT.
           MOVE " " TO PRINT-CC.
           MOVE REMIT-STATE-TOTAL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 0 TO WS-STATE-COUNT.
           MOVE 0 TO WS-STATE-TOTAL.

           COPY PARMPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
