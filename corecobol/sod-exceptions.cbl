       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.
      ******************************************************************
      * Purpose: Nightly segregation-of-duties exceptions. Every
      *          supervisor action in the shop is stamped with the
      *          operator who took it; this step reads those stamps
      *          side by side and prints the day's cases where one
      *          person held both ends of a control:
      *            - a credit manager releasing a held line they
      *              keyed themselves (credrls.log carries both the
      *              releasing and the keying operator);
      *            - a credit manager releasing holds for a customer
      *              whose credit limit they raised in the lookback
      *              window before the release (credhist.dat);
      *            - a write-off on an account the same supervisor
      *              adjusted in the lookback window (wrtoff.dat
      *              against adjhist.dat and any adjustments still
      *              waiting on adjtrans.dat - the write-off's own
      *              offsetting adjustment is not counted);
      *            - a timecard approved by an operator whose
      *              employee number on the operator master is the
      *              card's own (tcappr.log against oper.dat).
      *          Approvals by an operator with no employee number
      *          cannot be tested and are counted on the report.
      *          The report date is the business date unless the
      *          parameter card overrides it. Runs after the
      *          adjustment posting and before the GL extract
      *          clears the day's write-offs. Any exception ends the
      *          step RC-WARNING, as does a full table.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRLGSEL.
           COPY LMHSSEL.

           SELECT WRITE-OFF-FILE ASSIGN TO "wrtoff.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRITE-OFF-STATUS.

           SELECT ADJUSTMENT-HISTORY-FILE ASSIGN TO "adjhist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-HISTORY-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO "adjtrans.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-FILE-STATUS.

           COPY TCALSEL.
           COPY OPERSEL.

           SELECT PRINT-FILE ASSIGN TO "sodrpt.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY PARMSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-RELEASE-LOG-FILE.
           COPY CRLGREC.

           COPY LMHSFD.

       FD  WRITE-OFF-FILE.
       01  WRITE-OFF-RECORD.
           05  WO-CUSTOMER-ID      PIC X(10).
           05  WO-AMOUNT           PIC S9(7)V99.
           05  WO-REASON-CODE      PIC X(4).
           05  WO-ENTRY-DATE       PIC 9(8).
           05  WO-OPERATOR-ID      PIC X(10).

       FD  ADJUSTMENT-HISTORY-FILE.
       01  ADJUSTMENT-HISTORY-RECORD.
           05  AH-CUSTOMER-ID      PIC X(10).
           05  AH-AMOUNT           PIC S9(7)V99.
           05  AH-REASON-CODE      PIC X(4).
           05  AH-ENTRY-DATE       PIC 9(8).
           05  AH-OPERATOR-ID      PIC X(10).

       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD.
           05  AJ-CUSTOMER-ID      PIC X(10).
           05  AJ-AMOUNT           PIC S9(7)V99.
           05  AJ-REASON-CODE      PIC X(4).
           05  AJ-ENTRY-DATE       PIC 9(8).
           05  AJ-OPERATOR-ID      PIC X(10).

       FD  TIMECARD-APPROVAL-FILE.
           COPY TCALREC.

           COPY OPERFD.
           COPY PARMFD.
           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  CREDIT-RELEASE-LOG-STATUS PIC XX.
       01  LIMIT-HISTORY-STATUS    PIC XX.
       01  WRITE-OFF-STATUS        PIC XX.
       01  ADJUSTMENT-HISTORY-STATUS PIC XX.
       01  ADJUSTMENT-FILE-STATUS  PIC XX.
       01  TIMECARD-APPROVAL-STATUS PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-THIS-FILE                VALUE "Y".
       01  WS-OVERFLOW-SWITCH      PIC X       VALUE "N".
           88  A-TABLE-OVERFLOWED              VALUE "Y".
       01  WS-OPER-OPEN-SWITCH     PIC X       VALUE "N".
           88  OPERATOR-FILE-OPEN              VALUE "Y".

       01  WS-REPORT-DATE          PIC 9(8).
       01  WS-WINDOW-START         PIC 9(8).
      *    How far back a limit raise or an adjustment still counts
      *    against the same operator's release or write-off.
       01  WS-LOOKBACK-DAYS        PIC 9(3)    VALUE 90.

       01  WS-SELF-RELEASE-COUNT   PIC 9(5)    VALUE 0.
       01  WS-RAISE-RELEASE-COUNT  PIC 9(5)    VALUE 0.
       01  WS-WRITE-OFF-HIT-COUNT  PIC 9(5)    VALUE 0.
       01  WS-SELF-APPROVAL-COUNT  PIC 9(5)    VALUE 0.
       01  WS-UNLINKED-APPROVAL-COUNT PIC 9(5) VALUE 0.
       01  WS-SECTION-HIT-COUNT    PIC 9(5).

      *    The day's releases, from the credit release log.
       01  WS-RELEASE-COUNT        PIC 9(4)    VALUE 0.
       01  WS-RELEASE-MAX          PIC 9(4)    VALUE 500.
       01  WS-RELEASE-SUB          PIC 9(4).
       01  WS-RELEASE-TABLE.
           05  WS-RELEASE-ENTRY    OCCURS 500 TIMES.
               10  WS-RL-OPERATOR-ID   PIC X(10).
               10  WS-RL-KEYED-BY      PIC X(10).
               10  WS-RL-CUSTOMER-ID   PIC X(10).
               10  WS-RL-ORDER-NUMBER  PIC 9(8).
               10  WS-RL-ITEM-NUMBER   PIC X(10).
               10  WS-RL-AMOUNT        PIC S9(9)V99.
               10  WS-RL-TIME          PIC 9(8).
               10  WS-RL-RAISE-SWITCH  PIC X.
                   88  WS-RL-AFTER-OWN-RAISE       VALUE "Y".
               10  WS-RL-RAISE-DATE    PIC 9(8).
               10  WS-RL-OLD-LIMIT     PIC S9(9)V99.
               10  WS-RL-NEW-LIMIT     PIC S9(9)V99.

      *    The day's write-offs, with the same operator's earlier
      *    adjustments to each account tallied against them.
       01  WS-WRITE-OFF-COUNT      PIC 9(4)    VALUE 0.
       01  WS-WRITE-OFF-MAX        PIC 9(4)    VALUE 200.
       01  WS-WRITE-OFF-SUB        PIC 9(4).
       01  WS-WRITE-OFF-TABLE.
           05  WS-WRITE-OFF-ENTRY  OCCURS 200 TIMES.
               10  WS-WO-OPERATOR-ID   PIC X(10).
               10  WS-WO-CUSTOMER-ID   PIC X(10).
               10  WS-WO-AMOUNT        PIC S9(7)V99.
               10  WS-WO-REASON-CODE   PIC X(4).
               10  WS-WO-ADJ-COUNT     PIC 9(4).
               10  WS-WO-ADJ-NET       PIC S9(9)V99.
               10  WS-WO-LAST-ADJ-DATE PIC 9(8).

      *    One adjustment from either adjustment file, in one shape.
       01  WS-CHECK-ADJUSTMENT.
           05  WS-CA-CUSTOMER-ID   PIC X(10).
           05  WS-CA-AMOUNT        PIC S9(7)V99.
           05  WS-CA-REASON-CODE   PIC X(4).
           05  WS-CA-ENTRY-DATE    PIC 9(8).
           05  WS-CA-OPERATOR-ID   PIC X(10).

           COPY OPERWS.
           COPY PARMWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  SOD-DATE-LINE.
           05  FILLER              PIC X(13) VALUE "REPORT DATE ".
           05  SDL-REPORT-DATE     PIC 9(8).
           05  FILLER              PIC X(22) VALUE
               "   LOOKBACK FROM ".
           05  SDL-WINDOW-START    PIC 9(8).
           05  FILLER              PIC X(81) VALUE SPACES.

       01  SOD-SECTION-LINE.
           05  SSL-TITLE           PIC X(70).
           05  FILLER              PIC X(62) VALUE SPACES.

       01  SOD-RELEASE-HEADINGS.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "OPERATOR".
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(10) VALUE "ORDER".
           05  FILLER              PIC X(12) VALUE "ITEM".
           05  FILLER              PIC X(15) VALUE "   HELD-AMOUNT".
           05  FILLER              PIC X(10) VALUE "  TIME".
           05  FILLER              PIC X(57) VALUE SPACES.

       01  SOD-RELEASE-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  SRL-OPERATOR-ID     PIC X(12).
           05  SRL-CUSTOMER-ID     PIC X(12).
           05  SRL-ORDER-NUMBER    PIC 9(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  SRL-ITEM-NUMBER     PIC X(12).
           05  SRL-AMOUNT          PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  SRL-TIME            PIC 9(8).
           05  FILLER              PIC X(59) VALUE SPACES.

       01  SOD-RAISE-HEADINGS.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "OPERATOR".
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(10) VALUE "ORDER".
           05  FILLER              PIC X(15) VALUE "   HELD-AMOUNT".
           05  FILLER              PIC X(10) VALUE "RAISED".
           05  FILLER              PIC X(15) VALUE "     OLD-LIMIT".
           05  FILLER              PIC X(15) VALUE "     NEW-LIMIT".
           05  FILLER              PIC X(39) VALUE SPACES.

       01  SOD-RAISE-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  SRR-OPERATOR-ID     PIC X(12).
           05  SRR-CUSTOMER-ID     PIC X(12).
           05  SRR-ORDER-NUMBER    PIC 9(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  SRR-AMOUNT          PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  SRR-RAISE-DATE      PIC 9(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  SRR-OLD-LIMIT       PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  SRR-NEW-LIMIT       PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(41) VALUE SPACES.

       01  SOD-WRITE-OFF-HEADINGS.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "OPERATOR".
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(15) VALUE "  WRITTEN-OFF".
           05  FILLER              PIC X(8)  VALUE "REASON".
           05  FILLER              PIC X(8)  VALUE "ADJ-CNT".
           05  FILLER              PIC X(15) VALUE "     ADJ-NET".
           05  FILLER              PIC X(10) VALUE "LAST-ADJ".
           05  FILLER              PIC X(48) VALUE SPACES.

       01  SOD-WRITE-OFF-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  SWL-OPERATOR-ID     PIC X(12).
           05  SWL-CUSTOMER-ID     PIC X(12).
           05  SWL-AMOUNT          PIC ZZZZZZ9.99-.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  SWL-REASON-CODE     PIC X(8).
           05  SWL-ADJ-COUNT       PIC ZZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  SWL-ADJ-NET         PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  SWL-LAST-ADJ-DATE   PIC 9(8).
           05  FILLER              PIC X(50) VALUE SPACES.

       01  SOD-TIMECARD-HEADINGS.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "OPERATOR".
           05  FILLER              PIC X(8)  VALUE "EMP-ID".
           05  FILLER              PIC X(10) VALUE "WORK-DATE".
           05  FILLER              PIC X(8)  VALUE "HOURS".
           05  FILLER              PIC X(6)  VALUE "TYPE".
           05  FILLER              PIC X(84) VALUE SPACES.

       01  SOD-TIMECARD-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  STL-OPERATOR-ID     PIC X(12).
           05  STL-EMP-ID          PIC 9(5).
           05  FILLER              PIC XXX   VALUE SPACES.
           05  STL-WORK-DATE       PIC 9(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  STL-HOURS           PIC Z9.99.
           05  FILLER              PIC XXX   VALUE SPACES.
           05  STL-HOURS-TYPE      PIC X.
           05  FILLER              PIC X(89) VALUE SPACES.

       01  SOD-UNLINKED-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  SUL-COUNT           PIC ZZZZ9.
           05  FILLER              PIC X(50) VALUE
               " APPROVALS BY OPERATORS WITH NO EMPLOYEE NUMBER".
           05  FILLER              PIC X(20) VALUE " - NOT TESTED".
           05  FILLER              PIC X(53) VALUE SPACES.

       01  SOD-NONE-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(40) VALUE "NONE".
           05  FILLER              PIC X(88) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "SODRPT" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-PARAMETER-CARD.
           PERFORM SET-REPORT-DATE.
           PERFORM LOAD-RELEASE-DECISIONS
               THRU LOAD-RELEASE-DECISIONS-EXIT.
           PERFORM SCAN-LIMIT-HISTORY
               THRU SCAN-LIMIT-HISTORY-EXIT.
           PERFORM LOAD-WRITE-OFFS
               THRU LOAD-WRITE-OFFS-EXIT.
           PERFORM SCAN-ADJUSTMENT-HISTORY
               THRU SCAN-ADJUSTMENT-HISTORY-EXIT.
           PERFORM SCAN-PENDING-ADJUSTMENTS
               THRU SCAN-PENDING-ADJUSTMENTS-EXIT.
           OPEN OUTPUT PRINT-FILE.
           MOVE "SODRPT" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           MOVE WS-REPORT-DATE  TO SDL-REPORT-DATE.
           MOVE WS-WINDOW-START TO SDL-WINDOW-START.
           MOVE " " TO PRINT-CC.
           MOVE SOD-DATE-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM PRINT-SELF-RELEASES.
           PERFORM PRINT-RAISE-RELEASES.
           PERFORM PRINT-WRITE-OFF-ADJUSTERS.
           PERFORM PRINT-TIMECARD-SELF-APPROVALS
               THRU PRINT-TIMECARD-SELF-APPROVALS-EXIT.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           DISPLAY "SOD EXCEPTIONS COMPLETE - " WS-REPORT-DATE ", "
               WS-SELF-RELEASE-COUNT " SELF-RELEASES, "
               WS-RAISE-RELEASE-COUNT " RAISE-AND-RELEASE, "
               WS-WRITE-OFF-HIT-COUNT " WRITE-OFFS, "
               WS-SELF-APPROVAL-COUNT " TIMECARDS".
           IF A-TABLE-OVERFLOWED
               DISPLAY "SOD EXCEPTIONS - A TABLE FILLED; "
                   "THE REPORT IS INCOMPLETE"
           END-IF.
           IF WS-SELF-RELEASE-COUNT > 0
              OR WS-RAISE-RELEASE-COUNT > 0
              OR WS-WRITE-OFF-HIT-COUNT > 0
              OR WS-SELF-APPROVAL-COUNT > 0
              OR A-TABLE-OVERFLOWED
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       SET-REPORT-DATE.
           MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE.
           IF PARM-RUN-DATE-OVERRIDE NOT = 0
               MOVE PARM-RUN-DATE-OVERRIDE TO WS-REPORT-DATE
           END-IF.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE)
                - WS-LOOKBACK-DAYS).

      ******************************************************************
      * Credit releases: the day's released lines go into a table;
      * the self-release test needs only the log record, the
      * raise-and-release test needs the limit history as well.
      ******************************************************************
       LOAD-RELEASE-DECISIONS.
           OPEN INPUT CREDIT-RELEASE-LOG-FILE.
           IF CREDIT-RELEASE-LOG-STATUS NOT = "00"
               DISPLAY "NO CREDIT RELEASE LOG - NO RELEASES TESTED"
               GO TO LOAD-RELEASE-DECISIONS-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM LOAD-ONE-RELEASE-DECISION
               UNTIL END-OF-THIS-FILE.
           CLOSE CREDIT-RELEASE-LOG-FILE.

       LOAD-RELEASE-DECISIONS-EXIT.
           EXIT.

       LOAD-ONE-RELEASE-DECISION.
           READ CREDIT-RELEASE-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF CL-DECISION-DATE = WS-REPORT-DATE
                      AND CL-RELEASED
                       PERFORM KEEP-RELEASE-DECISION
                   END-IF
           END-READ.

       KEEP-RELEASE-DECISION.
           IF WS-RELEASE-COUNT NOT < WS-RELEASE-MAX
               MOVE "Y" TO WS-OVERFLOW-SWITCH
           ELSE
               ADD 1 TO WS-RELEASE-COUNT
               MOVE WS-RELEASE-COUNT   TO WS-RELEASE-SUB
               MOVE CL-OPERATOR-ID
                   TO WS-RL-OPERATOR-ID (WS-RELEASE-SUB)
               MOVE CL-KEYED-BY
                   TO WS-RL-KEYED-BY (WS-RELEASE-SUB)
               MOVE CL-CUSTOMER-ID
                   TO WS-RL-CUSTOMER-ID (WS-RELEASE-SUB)
               MOVE CL-ORDER-NUMBER
                   TO WS-RL-ORDER-NUMBER (WS-RELEASE-SUB)
               MOVE CL-ITEM-NUMBER
                   TO WS-RL-ITEM-NUMBER (WS-RELEASE-SUB)
               MOVE CL-EXTENDED-AMOUNT
                   TO WS-RL-AMOUNT (WS-RELEASE-SUB)
               MOVE CL-DECISION-TIME
                   TO WS-RL-TIME (WS-RELEASE-SUB)
               MOVE "N" TO WS-RL-RAISE-SWITCH (WS-RELEASE-SUB)
               MOVE 0   TO WS-RL-RAISE-DATE (WS-RELEASE-SUB)
               MOVE 0   TO WS-RL-OLD-LIMIT (WS-RELEASE-SUB)
               MOVE 0   TO WS-RL-NEW-LIMIT (WS-RELEASE-SUB)
           END-IF.

       SCAN-LIMIT-HISTORY.
           IF WS-RELEASE-COUNT = 0
               GO TO SCAN-LIMIT-HISTORY-EXIT
           END-IF.
           OPEN INPUT LIMIT-HISTORY-FILE.
           IF LIMIT-HISTORY-STATUS NOT = "00"
               GO TO SCAN-LIMIT-HISTORY-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM CHECK-ONE-LIMIT-CHANGE
               UNTIL END-OF-THIS-FILE.
           CLOSE LIMIT-HISTORY-FILE.

       SCAN-LIMIT-HISTORY-EXIT.
           EXIT.

       CHECK-ONE-LIMIT-CHANGE.
      *    Only raises count, and only those inside the window and
      *    not after the report date.
           READ LIMIT-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF LH-NEW-LIMIT > LH-OLD-LIMIT
                      AND LH-CHANGE-DATE NOT < WS-WINDOW-START
                      AND LH-CHANGE-DATE NOT > WS-REPORT-DATE
                       PERFORM MATCH-RAISE-TO-RELEASE
                           VARYING WS-RELEASE-SUB FROM 1 BY 1
                           UNTIL WS-RELEASE-SUB > WS-RELEASE-COUNT
                   END-IF
           END-READ.

       MATCH-RAISE-TO-RELEASE.
      *    A raise keyed the same day must come before the release
      *    to have led to it. The latest qualifying raise is the one
      *    kept for the report line.
           IF WS-RL-CUSTOMER-ID (WS-RELEASE-SUB) = LH-CUSTOMER-ID
              AND WS-RL-OPERATOR-ID (WS-RELEASE-SUB) = LH-OPERATOR-ID
               IF LH-CHANGE-DATE < WS-REPORT-DATE
                  OR LH-CHANGE-TIME NOT > WS-RL-TIME (WS-RELEASE-SUB)
                   IF LH-CHANGE-DATE NOT <
                      WS-RL-RAISE-DATE (WS-RELEASE-SUB)
                       MOVE "Y" TO WS-RL-RAISE-SWITCH (WS-RELEASE-SUB)
                       MOVE LH-CHANGE-DATE
                           TO WS-RL-RAISE-DATE (WS-RELEASE-SUB)
                       MOVE LH-OLD-LIMIT
                           TO WS-RL-OLD-LIMIT (WS-RELEASE-SUB)
                       MOVE LH-NEW-LIMIT
                           TO WS-RL-NEW-LIMIT (WS-RELEASE-SUB)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Write-offs: the day's write-offs go into a table, and every
      * adjustment in the window is tallied against any write-off
      * the same operator made on the same account.
      ******************************************************************
       LOAD-WRITE-OFFS.
           OPEN INPUT WRITE-OFF-FILE.
           IF WRITE-OFF-STATUS NOT = "00"
               GO TO LOAD-WRITE-OFFS-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM LOAD-ONE-WRITE-OFF
               UNTIL END-OF-THIS-FILE.
           CLOSE WRITE-OFF-FILE.

       LOAD-WRITE-OFFS-EXIT.
           EXIT.

       LOAD-ONE-WRITE-OFF.
           READ WRITE-OFF-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF WO-ENTRY-DATE = WS-REPORT-DATE
                       PERFORM KEEP-WRITE-OFF
                   END-IF
           END-READ.

       KEEP-WRITE-OFF.
           IF WS-WRITE-OFF-COUNT NOT < WS-WRITE-OFF-MAX
               MOVE "Y" TO WS-OVERFLOW-SWITCH
           ELSE
               ADD 1 TO WS-WRITE-OFF-COUNT
               MOVE WS-WRITE-OFF-COUNT TO WS-WRITE-OFF-SUB
               MOVE WO-OPERATOR-ID
                   TO WS-WO-OPERATOR-ID (WS-WRITE-OFF-SUB)
               MOVE WO-CUSTOMER-ID
                   TO WS-WO-CUSTOMER-ID (WS-WRITE-OFF-SUB)
               MOVE WO-AMOUNT
                   TO WS-WO-AMOUNT (WS-WRITE-OFF-SUB)
               MOVE WO-REASON-CODE
                   TO WS-WO-REASON-CODE (WS-WRITE-OFF-SUB)
               MOVE 0 TO WS-WO-ADJ-COUNT (WS-WRITE-OFF-SUB)
               MOVE 0 TO WS-WO-ADJ-NET (WS-WRITE-OFF-SUB)
               MOVE 0 TO WS-WO-LAST-ADJ-DATE (WS-WRITE-OFF-SUB)
           END-IF.

       SCAN-ADJUSTMENT-HISTORY.
           IF WS-WRITE-OFF-COUNT = 0
               GO TO SCAN-ADJUSTMENT-HISTORY-EXIT
           END-IF.
           OPEN INPUT ADJUSTMENT-HISTORY-FILE.
           IF ADJUSTMENT-HISTORY-STATUS NOT = "00"
               GO TO SCAN-ADJUSTMENT-HISTORY-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM CHECK-ONE-POSTED-ADJUSTMENT
               UNTIL END-OF-THIS-FILE.
           CLOSE ADJUSTMENT-HISTORY-FILE.

       SCAN-ADJUSTMENT-HISTORY-EXIT.
           EXIT.

       CHECK-ONE-POSTED-ADJUSTMENT.
           READ ADJUSTMENT-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE ADJUSTMENT-HISTORY-RECORD
                       TO WS-CHECK-ADJUSTMENT
                   PERFORM MATCH-ADJUSTMENT-TO-WRITE-OFFS
           END-READ.

       SCAN-PENDING-ADJUSTMENTS.
      *    Adjustments the posting has not taken yet - a closed
      *    period leaves them here - count the same as posted ones.
           IF WS-WRITE-OFF-COUNT = 0
               GO TO SCAN-PENDING-ADJUSTMENTS-EXIT
           END-IF.
           OPEN INPUT ADJUSTMENT-FILE.
           IF ADJUSTMENT-FILE-STATUS NOT = "00"
               GO TO SCAN-PENDING-ADJUSTMENTS-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM CHECK-ONE-PENDING-ADJUSTMENT
               UNTIL END-OF-THIS-FILE.
           CLOSE ADJUSTMENT-FILE.

       SCAN-PENDING-ADJUSTMENTS-EXIT.
           EXIT.

       CHECK-ONE-PENDING-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE ADJUSTMENT-RECORD TO WS-CHECK-ADJUSTMENT
                   PERFORM MATCH-ADJUSTMENT-TO-WRITE-OFFS
           END-READ.

       MATCH-ADJUSTMENT-TO-WRITE-OFFS.
           IF WS-CA-ENTRY-DATE NOT < WS-WINDOW-START
              AND WS-CA-ENTRY-DATE NOT > WS-REPORT-DATE
               PERFORM MATCH-ONE-WRITE-OFF
                   VARYING WS-WRITE-OFF-SUB FROM 1 BY 1
                   UNTIL WS-WRITE-OFF-SUB > WS-WRITE-OFF-COUNT
           END-IF.

       MATCH-ONE-WRITE-OFF.
      *    WRITEOFF clears the balance with an offsetting adjustment
      *    of its own - same day, same reason, the amount negated -
      *    and that one is the write-off, not an earlier adjustment.
           IF WS-CA-CUSTOMER-ID =
              WS-WO-CUSTOMER-ID (WS-WRITE-OFF-SUB)
              AND WS-CA-OPERATOR-ID =
              WS-WO-OPERATOR-ID (WS-WRITE-OFF-SUB)
               IF WS-CA-ENTRY-DATE = WS-REPORT-DATE
                  AND WS-CA-REASON-CODE =
                      WS-WO-REASON-CODE (WS-WRITE-OFF-SUB)
                  AND WS-CA-AMOUNT + WS-WO-AMOUNT (WS-WRITE-OFF-SUB)
                      = 0
                   CONTINUE
               ELSE
                   ADD 1 TO WS-WO-ADJ-COUNT (WS-WRITE-OFF-SUB)
                   ADD WS-CA-AMOUNT
                       TO WS-WO-ADJ-NET (WS-WRITE-OFF-SUB)
                   IF WS-CA-ENTRY-DATE >
                      WS-WO-LAST-ADJ-DATE (WS-WRITE-OFF-SUB)
                       MOVE WS-CA-ENTRY-DATE
                           TO WS-WO-LAST-ADJ-DATE (WS-WRITE-OFF-SUB)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * The report, one section per control.
      ******************************************************************
       PRINT-SECTION-HEADING.
           MOVE " " TO PRINT-CC.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE SOD-SECTION-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 0 TO WS-SECTION-HIT-COUNT.

       PRINT-NONE-IF-EMPTY.
           IF WS-SECTION-HIT-COUNT = 0
               MOVE " " TO PRINT-CC
               MOVE SOD-NONE-LINE TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       PRINT-SELF-RELEASES.
           MOVE "HOLDS RELEASED BY THE OPERATOR WHO KEYED THE LINE"
               TO SSL-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE SOD-RELEASE-HEADINGS TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM PRINT-ONE-SELF-RELEASE
               VARYING WS-RELEASE-SUB FROM 1 BY 1
               UNTIL WS-RELEASE-SUB > WS-RELEASE-COUNT.
           PERFORM PRINT-NONE-IF-EMPTY.

       PRINT-ONE-SELF-RELEASE.
           IF WS-RL-OPERATOR-ID (WS-RELEASE-SUB) =
              WS-RL-KEYED-BY (WS-RELEASE-SUB)
               ADD 1 TO WS-SELF-RELEASE-COUNT
               ADD 1 TO WS-SECTION-HIT-COUNT
               MOVE WS-RL-OPERATOR-ID (WS-RELEASE-SUB)
                   TO SRL-OPERATOR-ID
               MOVE WS-RL-CUSTOMER-ID (WS-RELEASE-SUB)
                   TO SRL-CUSTOMER-ID
               MOVE WS-RL-ORDER-NUMBER (WS-RELEASE-SUB)
                   TO SRL-ORDER-NUMBER
               MOVE WS-RL-ITEM-NUMBER (WS-RELEASE-SUB)
                   TO SRL-ITEM-NUMBER
               MOVE WS-RL-AMOUNT (WS-RELEASE-SUB) TO SRL-AMOUNT
               MOVE WS-RL-TIME (WS-RELEASE-SUB)   TO SRL-TIME
               MOVE " " TO PRINT-CC
               MOVE SOD-RELEASE-LINE TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       PRINT-RAISE-RELEASES.
           MOVE "HOLDS RELEASED BY THE OPERATOR WHO RAISED THE LIMIT"
               TO SSL-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE SOD-RAISE-HEADINGS TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM PRINT-ONE-RAISE-RELEASE
               VARYING WS-RELEASE-SUB FROM 1 BY 1
               UNTIL WS-RELEASE-SUB > WS-RELEASE-COUNT.
           PERFORM PRINT-NONE-IF-EMPTY.

       PRINT-ONE-RAISE-RELEASE.
           IF WS-RL-AFTER-OWN-RAISE (WS-RELEASE-SUB)
               ADD 1 TO WS-RAISE-RELEASE-COUNT
               ADD 1 TO WS-SECTION-HIT-COUNT
               MOVE WS-RL-OPERATOR-ID (WS-RELEASE-SUB)
                   TO SRR-OPERATOR-ID
               MOVE WS-RL-CUSTOMER-ID (WS-RELEASE-SUB)
                   TO SRR-CUSTOMER-ID
               MOVE WS-RL-ORDER-NUMBER (WS-RELEASE-SUB)
                   TO SRR-ORDER-NUMBER
               MOVE WS-RL-AMOUNT (WS-RELEASE-SUB)     TO SRR-AMOUNT
               MOVE WS-RL-RAISE-DATE (WS-RELEASE-SUB)
                   TO SRR-RAISE-DATE
               MOVE WS-RL-OLD-LIMIT (WS-RELEASE-SUB)  TO SRR-OLD-LIMIT
               MOVE WS-RL-NEW-LIMIT (WS-RELEASE-SUB)  TO SRR-NEW-LIMIT
               MOVE " " TO PRINT-CC
               MOVE SOD-RAISE-LINE TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       PRINT-WRITE-OFF-ADJUSTERS.
           MOVE "WRITE-OFFS ON ACCOUNTS THE SAME OPERATOR ADJUSTED"
               TO SSL-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE SOD-WRITE-OFF-HEADINGS TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           PERFORM PRINT-ONE-WRITE-OFF-ADJUSTER
               VARYING WS-WRITE-OFF-SUB FROM 1 BY 1
               UNTIL WS-WRITE-OFF-SUB > WS-WRITE-OFF-COUNT.
           PERFORM PRINT-NONE-IF-EMPTY.

       PRINT-ONE-WRITE-OFF-ADJUSTER.
           IF WS-WO-ADJ-COUNT (WS-WRITE-OFF-SUB) > 0
               ADD 1 TO WS-WRITE-OFF-HIT-COUNT
               ADD 1 TO WS-SECTION-HIT-COUNT
               MOVE WS-WO-OPERATOR-ID (WS-WRITE-OFF-SUB)
                   TO SWL-OPERATOR-ID
               MOVE WS-WO-CUSTOMER-ID (WS-WRITE-OFF-SUB)
                   TO SWL-CUSTOMER-ID
               MOVE WS-WO-AMOUNT (WS-WRITE-OFF-SUB) TO SWL-AMOUNT
               MOVE WS-WO-REASON-CODE (WS-WRITE-OFF-SUB)
                   TO SWL-REASON-CODE
               MOVE WS-WO-ADJ-COUNT (WS-WRITE-OFF-SUB)
                   TO SWL-ADJ-COUNT
               MOVE WS-WO-ADJ-NET (WS-WRITE-OFF-SUB) TO SWL-ADJ-NET
               MOVE WS-WO-LAST-ADJ-DATE (WS-WRITE-OFF-SUB)
                   TO SWL-LAST-ADJ-DATE
               MOVE " " TO PRINT-CC
               MOVE SOD-WRITE-OFF-LINE TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
           END-IF.

      ******************************************************************
      * Timecard approvals are tested as they are read - each one
      * needs only the approver's operator record.
      ******************************************************************
       PRINT-TIMECARD-SELF-APPROVALS.
           MOVE
               "TIMECARDS APPROVED FOR THE APPROVER'S OWN EMPLOYEE ID"
               TO SSL-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE SOD-TIMECARD-HEADINGS TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           OPEN INPUT TIMECARD-APPROVAL-FILE.
           IF TIMECARD-APPROVAL-STATUS NOT = "00"
               PERFORM PRINT-NONE-IF-EMPTY
               GO TO PRINT-TIMECARD-SELF-APPROVALS-EXIT
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS = "00"
               MOVE "Y" TO WS-OPER-OPEN-SWITCH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM CHECK-ONE-TIMECARD-APPROVAL
               UNTIL END-OF-THIS-FILE.
           CLOSE TIMECARD-APPROVAL-FILE.
           IF OPERATOR-FILE-OPEN
               CLOSE OPERATOR-FILE
           END-IF.
           PERFORM PRINT-NONE-IF-EMPTY.
           IF WS-UNLINKED-APPROVAL-COUNT > 0
               MOVE WS-UNLINKED-APPROVAL-COUNT TO SUL-COUNT
               MOVE " " TO PRINT-CC
               MOVE SOD-UNLINKED-LINE TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       PRINT-TIMECARD-SELF-APPROVALS-EXIT.
           EXIT.

       CHECK-ONE-TIMECARD-APPROVAL.
           READ TIMECARD-APPROVAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF TA-DECISION-DATE = WS-REPORT-DATE
                      AND TA-APPROVED
                       PERFORM TEST-ONE-APPROVER
                   END-IF
           END-READ.

       TEST-ONE-APPROVER.
           MOVE 0 TO OP-EMP-ID.
           IF OPERATOR-FILE-OPEN
               MOVE TA-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-FILE
                   KEY IS OP-OPERATOR-ID
                   INVALID KEY
                       MOVE 0 TO OP-EMP-ID
               END-READ
           END-IF.
           IF OP-EMP-ID = 0
               ADD 1 TO WS-UNLINKED-APPROVAL-COUNT
           ELSE
               IF OP-EMP-ID = TA-EMP-ID
                   ADD 1 TO WS-SELF-APPROVAL-COUNT
                   ADD 1 TO WS-SECTION-HIT-COUNT
                   MOVE TA-OPERATOR-ID TO STL-OPERATOR-ID
                   MOVE TA-EMP-ID      TO STL-EMP-ID
                   MOVE TA-WORK-DATE   TO STL-WORK-DATE
                   MOVE TA-HOURS       TO STL-HOURS
                   MOVE TA-HOURS-TYPE  TO STL-HOURS-TYPE
                   MOVE " " TO PRINT-CC
                   MOVE SOD-TIMECARD-LINE TO PRINT-TEXT
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-IF.

           COPY PARMPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
