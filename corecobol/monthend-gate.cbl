       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEGATE.
      ******************************************************************
      * Purpose: Month-end readiness gate. Runs on the last night of
      *          the month ahead of the first MONTHEND step and walks
      *          the checklist the controller used to walk by hand:
      *
      *            order suspense   - lines still in ordsusp.dat
      *            credit holds     - lines still in credhold.dat
      *            timecards        - cards dated in or before the
      *                               month still pending approval
      *            lockbox suspense - remittances still in paysusp.dat
      *            SEVERE alerts    - not yet acknowledged
      *
      *          Each prints on megate.prt with its open item count
      *          and amount (hours for timecards). A file that has
      *          never been created has nothing open; a file that
      *          will not open blocks, since nobody can say it is
      *          clean. Only items dated on or before the month-end
      *          night count, so when a held month is re-checked on
      *          a later night what the new month has already put in
      *          these files does not hold the old one. Any open
      *          item blocks the month unless a
      *          supervisor has logged an override for this
      *          month-end date through MEOVRIDE (meovrd.dat):
      *
      *            ready      - RC 0, the MONTHEND steps run
      *            overridden - RC 4 and a WARN alert, the MONTHEND
      *                         steps run and the report names the
      *                         supervisor and the reason
      *            blocked    - RC 12 and a SEVERE alert; the job
      *                         stream holds every MONTHEND,
      *                         QUARTEREND and YEAREND step while
      *                         the daily steps run as usual, and
      *                         checks again each night until the
      *                         month is clean or overridden
      *
      *          The result and the checklist are kept on megate.dat
      *          for the job stream and for the morning dashboard
      *          (OPSDASH), which carries them to the controller. The
      *          gate's own SEVERE alert is not counted against the
      *          month when the gate checks again.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SUSPSEL.

           SELECT CREDIT-HOLD-FILE ASSIGN TO "credhold.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CREDIT-HOLD-STATUS.

           SELECT TIMECARD-FILE ASSIGN TO "timecard.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TIMECARD-FILE-STATUS.

           COPY PSUSSEL.
           COPY MEGSEL.
           COPY MEOVSEL.

           SELECT PRINT-FILE ASSIGN TO "megate.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.
           COPY ALERTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  CREDIT-HOLD-FILE.
           COPY CRDHREC.

       FD  TIMECARD-FILE.
           COPY TCRDREC.

       FD  PAYMENT-SUSPENSE-FILE.
           COPY PSUSREC.

       FD  MONTH-END-GATE-FILE.
           COPY MEGREC.

       FD  MONTH-END-OVERRIDE-FILE.
           COPY MEOVREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.
           COPY ALERTFD.

       WORKING-STORAGE SECTION.
       01  SUSPENSE-FILE-STATUS    PIC XX.
       01  CREDIT-HOLD-STATUS      PIC XX.
       01  TIMECARD-FILE-STATUS    PIC XX.
       01  PAYMENT-SUSPENSE-STATUS PIC XX.
       01  MONTH-END-GATE-STATUS   PIC XX.
       01  MONTH-END-OVERRIDE-STATUS PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-CHECK-FILE               VALUE "Y".
       01  WS-OVERRIDE-SWITCH      PIC X       VALUE "N".
           88  OVERRIDE-LOGGED                 VALUE "Y".
       01  WS-OVERRIDE-OPERATOR    PIC X(10)   VALUE SPACES.
       01  WS-OVERRIDE-REASON      PIC X(50)   VALUE SPACES.
       01  WS-BLOCKING-COUNT       PIC 9(2)    VALUE 0.
       01  WS-EXTENDED-AMOUNT      PIC S9(9)V99.
       01  WS-CHECKED-DATE         PIC 9(8).
       01  WS-CHECKED-TIME         PIC 9(8).

      *    The check being walked, then the table of finished checks
      *    the report and megate.dat are written from.
       01  WS-THIS-CHECK.
           05  WS-THIS-NAME        PIC X(30).
           05  WS-THIS-COUNT       PIC 9(6).
           05  WS-THIS-AMOUNT      PIC 9(9)V99.
           05  WS-THIS-STATUS      PIC X.
       01  WS-CHECKS-MADE          PIC 9       VALUE 0.
       01  WS-CHECK-TABLE.
           05  WS-CHECK-ENTRY      OCCURS 5 TIMES
                                   INDEXED BY CHECK-IDX.
               10  WS-CHECK-NAME   PIC X(30).
               10  WS-CHECK-COUNT  PIC 9(6).
               10  WS-CHECK-AMOUNT PIC 9(9)V99.
               10  WS-CHECK-STATUS PIC X.
       01  WS-GATE-RESULT          PIC X.
           88  MONTH-READY                     VALUE "R".
           88  MONTH-OVERRIDDEN                VALUE "O".
           88  MONTH-BLOCKED                   VALUE "B".

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY ALERTWS.

       01  GATE-TITLE-LINE.
           05  FILLER              PIC X(24) VALUE
               "MONTH-END READINESS FOR ".
           05  TTL-MONTH-END-DATE  PIC 9(8).
           05  FILLER              PIC X(100) VALUE SPACES.

       01  GATE-COLUMN-HEADINGS.
           05  FILLER              PIC X(32) VALUE "CHECK".
           05  FILLER              PIC X(8)  VALUE " ITEMS".
           05  FILLER              PIC X(16) VALUE
               "  AMOUNT/HOURS".
           05  FILLER              PIC X(12) VALUE "STATUS".
           05  FILLER              PIC X(64) VALUE SPACES.

       01  GATE-DETAIL-LINE.
           05  DTL-CHECK-NAME      PIC X(32).
           05  DTL-ITEM-COUNT      PIC ZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ITEM-AMOUNT     PIC ZZZZZZZZZ9.99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-CHECK-STATE     PIC X(12).
           05  FILLER              PIC X(64) VALUE SPACES.

       01  GATE-RESULT-LINE.
           05  RES-TEXT            PIC X(60).
           05  RES-OPERATOR        PIC X(10).
           05  FILLER              PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "MEGATE" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CHECK-ORDER-SUSPENSE.
           PERFORM CHECK-CREDIT-HOLDS.
           PERFORM CHECK-PENDING-TIMECARDS.
           PERFORM CHECK-LOCKBOX-SUSPENSE.
           PERFORM CHECK-SEVERE-ALERTS.
           IF WS-BLOCKING-COUNT = 0
               MOVE "R" TO WS-GATE-RESULT
           ELSE
               PERFORM FIND-SUPERVISOR-OVERRIDE
               IF OVERRIDE-LOGGED
                   MOVE "O" TO WS-GATE-RESULT
               ELSE
                   MOVE "B" TO WS-GATE-RESULT
               END-IF
           END-IF.
           PERFORM PRINT-READINESS-REPORT.
           PERFORM WRITE-GATE-FILE.
           EVALUATE TRUE
               WHEN MONTH-READY
                   DISPLAY "MONTH-END READY - " WS-BUSINESS-DATE
                   MOVE RC-NORMAL TO RETURN-CODE
               WHEN MONTH-OVERRIDDEN
                   DISPLAY "MONTH-END NOT CLEAN - " WS-BLOCKING-COUNT
                       " CHECKS OPEN, OVERRIDDEN BY "
                       WS-OVERRIDE-OPERATOR
                   MOVE "WARN"   TO OA-SEVERITY
                   MOVE "MEGATE" TO OA-PROGRAM-NAME
                   MOVE "MONTH-END RUN UNDER SUPERVISOR OVERRIDE"
                       TO OA-MESSAGE-TEXT
                   PERFORM WRITE-OPERATOR-ALERT
                   MOVE RC-WARNING TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "*** MONTH-END NOT READY - "
                       WS-BLOCKING-COUNT
                       " CHECKS OPEN - MONTHEND STEPS HELD"
                   MOVE "SEVERE" TO OA-SEVERITY
                   MOVE "MEGATE" TO OA-PROGRAM-NAME
                   MOVE "MONTH-END HELD - OPEN ITEMS ON MEGATE.PRT"
                       TO OA-MESSAGE-TEXT
                   PERFORM WRITE-OPERATOR-ALERT
                   MOVE RC-DECLINED TO RETURN-CODE
           END-EVALUATE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       CHECK-ORDER-SUSPENSE.
           MOVE "ORDER LINES IN SUSPENSE" TO WS-THIS-NAME.
           MOVE 0 TO WS-THIS-COUNT.
           MOVE 0 TO WS-THIS-AMOUNT.
           MOVE SPACE TO WS-THIS-STATUS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           PERFORM NOTE-CHECK-FILE-STATUS.
           IF SUSPENSE-FILE-STATUS = "00"
               PERFORM READ-SUSPENSE-RECORD
               PERFORM COUNT-SUSPENSE-RECORD
                   UNTIL END-OF-CHECK-FILE
               CLOSE SUSPENSE-FILE
           END-IF.
           PERFORM RECORD-CHECK-RESULT.

       READ-SUSPENSE-RECORD.
           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       COUNT-SUSPENSE-RECORD.
           IF SU-SUSPENSE-DATE NOT > WS-BUSINESS-DATE
               ADD 1 TO WS-THIS-COUNT
               COMPUTE WS-EXTENDED-AMOUNT =
                   SU-QUANTITY * SU-UNIT-PRICE
               IF WS-EXTENDED-AMOUNT > 0
                   ADD WS-EXTENDED-AMOUNT TO WS-THIS-AMOUNT
               END-IF
           END-IF.
           PERFORM READ-SUSPENSE-RECORD.

       CHECK-CREDIT-HOLDS.
           MOVE "ORDER LINES ON CREDIT HOLD" TO WS-THIS-NAME.
           MOVE 0 TO WS-THIS-COUNT.
           MOVE 0 TO WS-THIS-AMOUNT.
           MOVE SPACE TO WS-THIS-STATUS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CREDIT-HOLD-FILE.
           MOVE CREDIT-HOLD-STATUS TO SUSPENSE-FILE-STATUS.
           PERFORM NOTE-CHECK-FILE-STATUS.
           IF CREDIT-HOLD-STATUS = "00"
               PERFORM READ-CREDIT-HOLD-RECORD
               PERFORM COUNT-CREDIT-HOLD-RECORD
                   UNTIL END-OF-CHECK-FILE
               CLOSE CREDIT-HOLD-FILE
           END-IF.
           PERFORM RECORD-CHECK-RESULT.

       READ-CREDIT-HOLD-RECORD.
           READ CREDIT-HOLD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       COUNT-CREDIT-HOLD-RECORD.
           IF CH-HOLD-DATE NOT > WS-BUSINESS-DATE
               ADD 1 TO WS-THIS-COUNT
               IF CH-EXTENDED-AMOUNT > 0
                   ADD CH-EXTENDED-AMOUNT TO WS-THIS-AMOUNT
               END-IF
           END-IF.
           PERFORM READ-CREDIT-HOLD-RECORD.

       CHECK-PENDING-TIMECARDS.
      *    A card dated after the month-end night belongs to next
      *    month's payroll, not this close.
           MOVE "TIMECARDS NOT APPROVED" TO WS-THIS-NAME.
           MOVE 0 TO WS-THIS-COUNT.
           MOVE 0 TO WS-THIS-AMOUNT.
           MOVE SPACE TO WS-THIS-STATUS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT TIMECARD-FILE.
           MOVE TIMECARD-FILE-STATUS TO SUSPENSE-FILE-STATUS.
           PERFORM NOTE-CHECK-FILE-STATUS.
           IF TIMECARD-FILE-STATUS = "00"
               PERFORM READ-TIMECARD-RECORD
               PERFORM COUNT-TIMECARD-RECORD
                   UNTIL END-OF-CHECK-FILE
               CLOSE TIMECARD-FILE
           END-IF.
           PERFORM RECORD-CHECK-RESULT.

       READ-TIMECARD-RECORD.
           READ TIMECARD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       COUNT-TIMECARD-RECORD.
           IF TC-PENDING
               AND TC-WORK-DATE NOT > WS-BUSINESS-DATE
               ADD 1 TO WS-THIS-COUNT
               ADD TC-HOURS TO WS-THIS-AMOUNT
           END-IF.
           PERFORM READ-TIMECARD-RECORD.

       CHECK-LOCKBOX-SUSPENSE.
           MOVE "LOCKBOX ITEMS IN SUSPENSE" TO WS-THIS-NAME.
           MOVE 0 TO WS-THIS-COUNT.
           MOVE 0 TO WS-THIS-AMOUNT.
           MOVE SPACE TO WS-THIS-STATUS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PAYMENT-SUSPENSE-FILE.
           MOVE PAYMENT-SUSPENSE-STATUS TO SUSPENSE-FILE-STATUS.
           PERFORM NOTE-CHECK-FILE-STATUS.
           IF PAYMENT-SUSPENSE-STATUS = "00"
               PERFORM READ-PAYMENT-SUSPENSE-RECORD
               PERFORM COUNT-PAYMENT-SUSPENSE-RECORD
                   UNTIL END-OF-CHECK-FILE
               CLOSE PAYMENT-SUSPENSE-FILE
           END-IF.
           PERFORM RECORD-CHECK-RESULT.

       READ-PAYMENT-SUSPENSE-RECORD.
           READ PAYMENT-SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       COUNT-PAYMENT-SUSPENSE-RECORD.
           IF PS-SUSPENSE-DATE NOT > WS-BUSINESS-DATE
               ADD 1 TO WS-THIS-COUNT
               ADD PS-AMOUNT TO WS-THIS-AMOUNT
           END-IF.
           PERFORM READ-PAYMENT-SUSPENSE-RECORD.

       CHECK-SEVERE-ALERTS.
      *    The gate's own SEVERE from an earlier night is the month
      *    being held, not a reason to hold it.
           MOVE "SEVERE ALERTS NOT ACKNOWLEDGED" TO WS-THIS-NAME.
           MOVE 0 TO WS-THIS-COUNT.
           MOVE 0 TO WS-THIS-AMOUNT.
           MOVE SPACE TO WS-THIS-STATUS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OPERATOR-ALERT-FILE.
           MOVE OPERATOR-ALERT-STATUS TO SUSPENSE-FILE-STATUS.
           PERFORM NOTE-CHECK-FILE-STATUS.
           IF OPERATOR-ALERT-STATUS = "00"
               PERFORM READ-ALERT-RECORD
               PERFORM COUNT-ALERT-RECORD
                   UNTIL END-OF-CHECK-FILE
               CLOSE OPERATOR-ALERT-FILE
           END-IF.
           PERFORM RECORD-CHECK-RESULT.

       READ-ALERT-RECORD.
           READ OPERATOR-ALERT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       COUNT-ALERT-RECORD.
           IF OA-SEV-SEVERE
               AND NOT OA-ACKNOWLEDGED
               AND OA-PROGRAM-NAME NOT = "MEGATE"
               AND OA-ALERT-DATE NOT > WS-BUSINESS-DATE
               ADD 1 TO WS-THIS-COUNT
           END-IF.
           PERFORM READ-ALERT-RECORD.

       NOTE-CHECK-FILE-STATUS.
      *    The open status is in SUSPENSE-FILE-STATUS for every
      *    check. Never created (35) has nothing in it; anything
      *    else that is not a clean open is unreadable.
           IF SUSPENSE-FILE-STATUS NOT = "00"
               AND SUSPENSE-FILE-STATUS NOT = "35"
               MOVE "U" TO WS-THIS-STATUS
               DISPLAY "*** " WS-THIS-NAME " - FILE STATUS "
                   SUSPENSE-FILE-STATUS
           END-IF.

       RECORD-CHECK-RESULT.
           IF WS-THIS-STATUS NOT = "U"
               IF WS-THIS-COUNT > 0
                   MOVE "O" TO WS-THIS-STATUS
               ELSE
                   MOVE "C" TO WS-THIS-STATUS
               END-IF
           END-IF.
           IF WS-THIS-STATUS NOT = "C"
               ADD 1 TO WS-BLOCKING-COUNT
           END-IF.
           ADD 1 TO WS-CHECKS-MADE.
           SET CHECK-IDX TO WS-CHECKS-MADE.
           MOVE WS-THIS-NAME   TO WS-CHECK-NAME (CHECK-IDX).
           MOVE WS-THIS-COUNT  TO WS-CHECK-COUNT (CHECK-IDX).
           MOVE WS-THIS-AMOUNT TO WS-CHECK-AMOUNT (CHECK-IDX).
           MOVE WS-THIS-STATUS TO WS-CHECK-STATUS (CHECK-IDX).

       FIND-SUPERVISOR-OVERRIDE.
      *    The last override logged for tonight's month-end date
      *    stands.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT MONTH-END-OVERRIDE-FILE.
           IF MONTH-END-OVERRIDE-STATUS = "00"
               PERFORM READ-OVERRIDE-RECORD
               PERFORM NOTE-ONE-OVERRIDE
                   UNTIL END-OF-CHECK-FILE
               CLOSE MONTH-END-OVERRIDE-FILE
           END-IF.

       READ-OVERRIDE-RECORD.
           READ MONTH-END-OVERRIDE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       NOTE-ONE-OVERRIDE.
           IF MO-MONTH-END-DATE = WS-BUSINESS-DATE
               MOVE "Y"            TO WS-OVERRIDE-SWITCH
               MOVE MO-OPERATOR-ID TO WS-OVERRIDE-OPERATOR
               MOVE MO-REASON      TO WS-OVERRIDE-REASON
           END-IF.
           PERFORM READ-OVERRIDE-RECORD.

       PRINT-READINESS-REPORT.
           OPEN OUTPUT PRINT-FILE.
           MOVE "MEGATE" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           MOVE WS-BUSINESS-DATE TO TTL-MONTH-END-DATE.
           MOVE " " TO PRINT-CC.
           MOVE GATE-TITLE-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE GATE-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           PERFORM PRINT-ONE-CHECK-LINE
               VARYING CHECK-IDX FROM 1 BY 1
               UNTIL CHECK-IDX > WS-CHECKS-MADE.
           MOVE SPACES TO GATE-RESULT-LINE.
           EVALUATE TRUE
               WHEN MONTH-READY
                   MOVE "READY - MONTHEND STEPS RELEASED" TO RES-TEXT
               WHEN MONTH-OVERRIDDEN
                   MOVE "NOT CLEAN - MONTHEND STEPS RELEASED BY "
                       TO RES-TEXT
                   MOVE WS-OVERRIDE-OPERATOR TO RES-OPERATOR
               WHEN OTHER
                   MOVE "NOT READY - MONTHEND STEPS HELD" TO RES-TEXT
           END-EVALUATE.
           MOVE " " TO PRINT-CC.
           MOVE GATE-RESULT-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           IF MONTH-OVERRIDDEN
               MOVE SPACES TO PRINT-TEXT
               STRING "OVERRIDE REASON: " WS-OVERRIDE-REASON
                   DELIMITED BY SIZE INTO PRINT-TEXT
               MOVE " " TO PRINT-CC
               PERFORM WRITE-DETAIL-LINE
           END-IF.
           IF MONTH-BLOCKED
               MOVE SPACES TO PRINT-TEXT
               STRING "CLEAR THE OPEN ITEMS OR LOG A SUPERVISOR "
                   "OVERRIDE (MEOVRIDE) - CHECKED AGAIN EACH NIGHT"
                   DELIMITED BY SIZE INTO PRINT-TEXT
               MOVE " " TO PRINT-CC
               PERFORM WRITE-DETAIL-LINE
           END-IF.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.

       PRINT-ONE-CHECK-LINE.
           MOVE WS-CHECK-NAME (CHECK-IDX)   TO DTL-CHECK-NAME.
           MOVE WS-CHECK-COUNT (CHECK-IDX)  TO DTL-ITEM-COUNT.
           MOVE WS-CHECK-AMOUNT (CHECK-IDX) TO DTL-ITEM-AMOUNT.
           EVALUATE WS-CHECK-STATUS (CHECK-IDX)
               WHEN "C"
                   MOVE "CLEAR"      TO DTL-CHECK-STATE
               WHEN "O"
                   MOVE "OPEN"       TO DTL-CHECK-STATE
               WHEN OTHER
                   MOVE "UNREADABLE" TO DTL-CHECK-STATE
           END-EVALUATE.
           MOVE " " TO PRINT-CC.
           MOVE GATE-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-GATE-FILE.
      *    Rewritten whole each check - only the latest answer for
      *    the month matters to the stream and the dashboard.
           ACCEPT WS-CHECKED-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CHECKED-TIME FROM TIME.
           OPEN OUTPUT MONTH-END-GATE-FILE.
           MOVE SPACES TO MONTH-END-GATE-RECORD.
           MOVE "R" TO MG-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE     TO MG-MONTH-END-DATE.
           MOVE WS-GATE-RESULT       TO MG-RESULT.
           MOVE WS-BLOCKING-COUNT    TO MG-BLOCKING-COUNT.
           IF MONTH-OVERRIDDEN
               MOVE WS-OVERRIDE-OPERATOR TO MG-OVERRIDE-OPERATOR
               MOVE WS-OVERRIDE-REASON   TO MG-OVERRIDE-REASON
           END-IF.
           MOVE WS-CHECKED-DATE      TO MG-CHECKED-DATE.
           MOVE WS-CHECKED-TIME      TO MG-CHECKED-TIME.
           WRITE MONTH-END-GATE-RECORD.
           PERFORM WRITE-ONE-CHECK-RECORD
               VARYING CHECK-IDX FROM 1 BY 1
               UNTIL CHECK-IDX > WS-CHECKS-MADE.
           CLOSE MONTH-END-GATE-FILE.

       WRITE-ONE-CHECK-RECORD.
           MOVE SPACES TO MONTH-END-GATE-RECORD.
           MOVE "C" TO MG-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE TO MG-MONTH-END-DATE.
           MOVE WS-CHECK-NAME (CHECK-IDX)   TO MG-CHECK-NAME.
           MOVE WS-CHECK-COUNT (CHECK-IDX)  TO MG-ITEM-COUNT.
           MOVE WS-CHECK-AMOUNT (CHECK-IDX) TO MG-ITEM-AMOUNT.
           MOVE WS-CHECK-STATUS (CHECK-IDX) TO MG-CHECK-STATUS.
           WRITE MONTH-END-GATE-RECORD.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY ALERTPD.
