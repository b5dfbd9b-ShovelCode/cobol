       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND.
      ******************************************************************
      * Purpose: Customer refund run for credit balances. Overpaid
      *          checks, return credit memos, and unapplied payment
      *          credits leave customers owed money that used to sit
      *          on custbal.dat for years. Supervisor sign-on is
      *          required. The supervisor keys the smallest credit
      *          worth a check, and the run lists each customer whose
      *          posted balance is a credit of at least that much -
      *          name, address, status, amount - for the supervisor
      *          to A)pprove, S)kip, or Q)uit. Each approved refund
      *          takes the next number from refnxt.dat and is
      *          written to the check-print file (refchk.dat) that
      *          accounts payable prints the checks from, and to the
      *          numbered refund check register (refreg.prt), which
      *          also lists every credit reviewed and not approved.
      *          The credit is cleared by an RFND adjustment on
      *          adjtrans.dat, so the balance and the open items move
      *          through ADJPOST and BALRECN still ties; the refund
      *          is appended to the refund.dat feed the GL extract
      *          turns into its own refund journal line. A customer
      *          refunded earlier in the day (still on the feed) is
      *          not offered again before the adjustment posts.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY CBALSEL.

           SELECT ADJUSTMENT-FILE ASSIGN TO "adjtrans.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-FILE-STATUS.

           SELECT REFUND-FEED-FILE ASSIGN TO "refund.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REFUND-FEED-STATUS.

           SELECT CHECK-PRINT-FILE ASSIGN TO "refchk.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHECK-PRINT-STATUS.

           COPY RFNXSEL.

           SELECT PRINT-FILE ASSIGN TO "refreg.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  CUSTOMER-BALANCE-FILE.
           COPY CBALREC.

       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD.
           05  AJ-CUSTOMER-ID      PIC X(10).
           05  AJ-AMOUNT           PIC S9(7)V99.
           05  AJ-REASON-CODE      PIC X(4).
           05  AJ-ENTRY-DATE       PIC 9(8).
           05  AJ-OPERATOR-ID      PIC X(10).

       FD  REFUND-FEED-FILE.
       01  REFUND-FEED-RECORD.
           05  RF-CUSTOMER-ID      PIC X(10).
           05  RF-CHECK-NUMBER     PIC 9(8).
           05  RF-AMOUNT           PIC S9(7)V99.
           05  RF-ENTRY-DATE       PIC 9(8).
           05  RF-OPERATOR-ID      PIC X(10).

       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-RECORD.
           05  CP-CHECK-NUMBER     PIC 9(8).
           05  CP-CHECK-DATE       PIC 9(8).
           05  CP-CUSTOMER-ID      PIC X(10).
           05  CP-PAYEE-NAME       PIC X(30).
           05  CP-PAYEE-ADDRESS.
               10  CP-PAYEE-STREET PIC X(25).
               10  CP-PAYEE-CITY   PIC X(15).
               10  CP-PAYEE-STATE  PIC X(2).
               10  CP-PAYEE-ZIP    PIC X(8).
           05  CP-AMOUNT           PIC S9(7)V99.
           05  CP-APPROVED-BY      PIC X(10).

           COPY RFNXFD.
           COPY PRTRECFD.
           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODE        PIC XX.
       01  BALANCE-FILE-STATUS     PIC XX.
       01  ADJUSTMENT-FILE-STATUS  PIC XX.
       01  REFUND-FEED-STATUS      PIC XX.
       01  CHECK-PRINT-STATUS      PIC XX.
       01  WS-BALANCE-EOF-SWITCH   PIC X       VALUE "N".
           88  END-OF-BALANCES                 VALUE "Y".
       01  WS-FEED-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-REFUND-FEED              VALUE "Y".
       01  WS-QUIT-SWITCH          PIC X       VALUE "N".
           88  SUPERVISOR-QUIT                 VALUE "Y".
       01  WS-MINIMUM-REFUND       PIC S9(7)V99.
       01  WS-CREDIT-AMOUNT        PIC S9(9)V99.
       01  WS-REFUND-AMOUNT        PIC S9(7)V99.
       01  WS-DISPLAY-AMOUNT       PIC ZZZZZZZZ9.99-.
       01  WS-DECISION             PIC X.
           88  DECISION-APPROVE                VALUE "A" "a".
           88  DECISION-SKIP                   VALUE "S" "s".
           88  DECISION-QUIT                   VALUE "Q" "q".
       01  WS-REVIEWED-COUNT       PIC 9(5)    VALUE 0.
       01  WS-APPROVED-COUNT       PIC 9(5)    VALUE 0.
       01  WS-APPROVED-TOTAL       PIC S9(9)V99 VALUE 0.
       01  WS-PENDING-SUB          PIC 9(4).
       01  WS-PENDING-SWITCH       PIC X.
           88  REFUND-ALREADY-PENDING          VALUE "Y".

       01  WS-PENDING-TABLE.
           05  WS-PENDING-COUNT    PIC 9(4)    VALUE 0.
           05  WS-PENDING-CUSTOMER PIC X(10)   OCCURS 1000 TIMES.

           COPY RFNXWS.
           COPY OPERWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY VALIDWS.

       01  REFREG-COLUMN-HEADINGS.
           05  FILLER              PIC X(10) VALUE "CHECK-NO".
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(32) VALUE "PAYEE".
           05  FILLER              PIC X(15) VALUE "AMOUNT".
           05  FILLER              PIC X(12) VALUE "APPROVED BY".
           05  FILLER              PIC X(51) VALUE SPACES.

       01  REFREG-DETAIL-LINE.
           05  DTL-CHECK-NUMBER    PIC X(10).
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-PAYEE-NAME      PIC X(32).
           05  DTL-AMOUNT          PIC ZZZZZZ9.99-.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  DTL-APPROVED-BY     PIC X(12).
           05  DTL-NOTE            PIC X(51).

       01  REFREG-TOTAL-LINE.
           05  FILLER              PIC X(18) VALUE
               "REFUNDS APPROVED: ".
           05  TOT-COUNT           PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE "   TOTAL: ".
           05  TOT-AMOUNT          PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "REFUND" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "REFUND RUN REFUSED - supervisor authority is "
                   "required to approve a refund."
               MOVE RC-DECLINED TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-BALANCE-FILE.
           IF BALANCE-FILE-STATUS NOT = "00"
               DISPLAY "NO CUSTOMER BALANCES ON FILE - NOTHING TO "
                   "REFUND."
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           PERFORM GET-MINIMUM-REFUND.
           PERFORM LOAD-PENDING-REFUNDS.
           PERFORM OPEN-FILES.
           MOVE "REFUND" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           PERFORM READ-BALANCE-RECORD.
           PERFORM REVIEW-ONE-BALANCE
               UNTIL END-OF-BALANCES
                   OR SUPERVISOR-QUIT.
           PERFORM PRINT-REGISTER-TOTAL.
           PERFORM PRINT-REPORT-TRAILER.
           PERFORM CLOSE-FILES.
           DISPLAY "REFUND RUN COMPLETE - " WS-REVIEWED-COUNT
               " REVIEWED, " WS-APPROVED-COUNT " APPROVED, TOTAL "
               WS-APPROVED-TOTAL.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       GET-MINIMUM-REFUND.
      *    Below this a check costs more to cut than it returns; the
      *    small credits stay on the account to absorb the next
      *    invoice.
           DISPLAY "ENTER SMALLEST CREDIT TO REFUND "
               "(IMPLIED 2 DECIMALS):".
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
                   AND VAL-NUMERIC-FIELD > 0
                   AND VAL-NUMERIC-FIELD < 10000000
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               ELSE
                   IF VAL-NUMERIC-FIELD NOT > 0
                       OR VAL-NUMERIC-FIELD NOT < 10000000
                       DISPLAY "A positive amount under 10000000 is "
                           "required. Try again."
                   END-IF
               END-IF
           END-PERFORM.
           MOVE VAL-NUMERIC-FIELD TO WS-MINIMUM-REFUND.

       LOAD-PENDING-REFUNDS.
      *    The feed clears only when the GL extract journals it, so
      *    whatever is still on it has not posted yet - its customer
      *    still shows the credit and must not be refunded twice.
           OPEN INPUT REFUND-FEED-FILE.
           IF REFUND-FEED-STATUS = "00"
               PERFORM READ-REFUND-FEED
               PERFORM LOAD-ONE-PENDING-REFUND
                   UNTIL END-OF-REFUND-FEED
               CLOSE REFUND-FEED-FILE
           END-IF.

       READ-REFUND-FEED.
           READ REFUND-FEED-FILE
               AT END
                   MOVE "Y" TO WS-FEED-EOF-SWITCH
           END-READ.

       LOAD-ONE-PENDING-REFUND.
           IF WS-PENDING-COUNT < 1000
               ADD 1 TO WS-PENDING-COUNT
               MOVE RF-CUSTOMER-ID
                   TO WS-PENDING-CUSTOMER (WS-PENDING-COUNT)
           ELSE
               DISPLAY "WARNING - more than 1000 refunds pending, "
                   RF-CUSTOMER-ID " NOT CHECKED"
           END-IF.
           PERFORM READ-REFUND-FEED.

       OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE.
           OPEN EXTEND ADJUSTMENT-FILE.
           IF ADJUSTMENT-FILE-STATUS = "05" OR "35"
               OPEN OUTPUT ADJUSTMENT-FILE
           END-IF.
           OPEN EXTEND REFUND-FEED-FILE.
           IF REFUND-FEED-STATUS = "05" OR "35"
               OPEN OUTPUT REFUND-FEED-FILE
           END-IF.
           OPEN EXTEND CHECK-PRINT-FILE.
           IF CHECK-PRINT-STATUS = "05" OR "35"
               OPEN OUTPUT CHECK-PRINT-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE REFREG-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       READ-BALANCE-RECORD.
           READ CUSTOMER-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BALANCE-EOF-SWITCH
           END-READ.

       REVIEW-ONE-BALANCE.
           COMPUTE WS-CREDIT-AMOUNT = 0 - CB-BALANCE.
           IF WS-CREDIT-AMOUNT NOT < WS-MINIMUM-REFUND
               PERFORM CHECK-REFUND-PENDING
               IF NOT REFUND-ALREADY-PENDING
                   PERFORM REVIEW-CREDIT-CUSTOMER
               END-IF
           END-IF.
           PERFORM READ-BALANCE-RECORD.

       CHECK-REFUND-PENDING.
           MOVE "N" TO WS-PENDING-SWITCH.
           PERFORM CHECK-ONE-PENDING-REFUND
               VARYING WS-PENDING-SUB FROM 1 BY 1
               UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
                   OR REFUND-ALREADY-PENDING.

       CHECK-ONE-PENDING-REFUND.
           IF WS-PENDING-CUSTOMER (WS-PENDING-SUB) = CB-CUSTOMER-ID
               MOVE "Y" TO WS-PENDING-SWITCH
           END-IF.

       REVIEW-CREDIT-CUSTOMER.
      *    A credit too large for one check is listed for a manual
      *    payment instead of being split here.
           MOVE CB-CUSTOMER-ID TO CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   MOVE "** NOT ON CUSTOMER MASTER **"
                       TO CUSTOMER-NAME
                   MOVE SPACES TO CUSTOMER-ADDRESS
                   MOVE SPACE  TO CUSTOMER-STATUS
           END-READ.
           ADD 1 TO WS-REVIEWED-COUNT.
           MOVE WS-CREDIT-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY " ".
           DISPLAY "CUSTOMER: " CB-CUSTOMER-ID " " CUSTOMER-NAME
               "  STATUS " CUSTOMER-STATUS.
           DISPLAY "          " CUSTOMER-STREET " " CUSTOMER-CITY
               " " CUSTOMER-STATE " " CUSTOMER-ZIP.
           DISPLAY "CREDIT BALANCE: " WS-DISPLAY-AMOUNT.
           IF WS-CREDIT-AMOUNT NOT < 10000000
               MOVE SPACES TO DTL-CHECK-NUMBER
               MOVE "NOT REFUNDED - TOO LARGE FOR ONE CHECK"
                   TO DTL-NOTE
               PERFORM PRINT-REVIEWED-CREDIT
               DISPLAY "CREDIT TOO LARGE FOR ONE CHECK - "
                   "REFER TO ACCOUNTS PAYABLE."
           ELSE
               MOVE WS-CREDIT-AMOUNT TO WS-REFUND-AMOUNT
               PERFORM GET-REFUND-DECISION
               IF DECISION-APPROVE
                   PERFORM ISSUE-ONE-REFUND
               ELSE
                   IF DECISION-QUIT
                       MOVE "Y" TO WS-QUIT-SWITCH
                   END-IF
                   MOVE SPACES TO DTL-CHECK-NUMBER
                   MOVE "NOT APPROVED" TO DTL-NOTE
                   PERFORM PRINT-REVIEWED-CREDIT
               END-IF
           END-IF.

       GET-REFUND-DECISION.
           MOVE SPACE TO WS-DECISION.
           PERFORM UNTIL DECISION-APPROVE
                   OR DECISION-SKIP
                   OR DECISION-QUIT
               DISPLAY "A)PPROVE REFUND, S)KIP, OR Q)UIT THE RUN:"
               ACCEPT WS-DECISION
               IF NOT DECISION-APPROVE
                   AND NOT DECISION-SKIP
                   AND NOT DECISION-QUIT
                   DISPLAY "Invalid entry - A, S, or Q only."
               END-IF
           END-PERFORM.

       ISSUE-ONE-REFUND.
           PERFORM GET-NEXT-REFUND-NUMBER.
           PERFORM WRITE-CHECK-PRINT-RECORD.
           PERFORM WRITE-CLEARING-ADJUSTMENT.
           PERFORM WRITE-GL-FEED-RECORD.
           MOVE NR-ASSIGNED-REFUND-NUMBER TO DTL-CHECK-NUMBER.
           MOVE SPACES TO DTL-NOTE.
           PERFORM PRINT-REVIEWED-CREDIT.
           ADD 1 TO WS-APPROVED-COUNT.
           ADD WS-REFUND-AMOUNT TO WS-APPROVED-TOTAL.
           DISPLAY "REFUND CHECK " NR-ASSIGNED-REFUND-NUMBER
               " APPROVED - CREDIT CLEARS TONIGHT.".

       WRITE-CHECK-PRINT-RECORD.
           MOVE NR-ASSIGNED-REFUND-NUMBER TO CP-CHECK-NUMBER.
           MOVE WS-BUSINESS-DATE   TO CP-CHECK-DATE.
           MOVE CB-CUSTOMER-ID     TO CP-CUSTOMER-ID.
           MOVE CUSTOMER-NAME      TO CP-PAYEE-NAME.
           MOVE CUSTOMER-ADDRESS   TO CP-PAYEE-ADDRESS.
           MOVE WS-REFUND-AMOUNT   TO CP-AMOUNT.
           MOVE OP-SIGNED-ON-ID    TO CP-APPROVED-BY.
           WRITE CHECK-PRINT-RECORD.

       WRITE-CLEARING-ADJUSTMENT.
      *    The credit clears through the same nightly posting every
      *    correction uses, so BALRECN still reconciles to the cent;
      *    this program never rewrites custbal.dat itself.
           MOVE CB-CUSTOMER-ID     TO AJ-CUSTOMER-ID.
           MOVE WS-REFUND-AMOUNT   TO AJ-AMOUNT.
           MOVE "RFND"             TO AJ-REASON-CODE.
           MOVE WS-BUSINESS-DATE   TO AJ-ENTRY-DATE.
           MOVE OP-SIGNED-ON-ID    TO AJ-OPERATOR-ID.
           WRITE ADJUSTMENT-RECORD.

       WRITE-GL-FEED-RECORD.
           MOVE CB-CUSTOMER-ID     TO RF-CUSTOMER-ID.
           MOVE NR-ASSIGNED-REFUND-NUMBER TO RF-CHECK-NUMBER.
           MOVE WS-REFUND-AMOUNT   TO RF-AMOUNT.
           MOVE WS-BUSINESS-DATE   TO RF-ENTRY-DATE.
           MOVE OP-SIGNED-ON-ID    TO RF-OPERATOR-ID.
           WRITE REFUND-FEED-RECORD.

       PRINT-REVIEWED-CREDIT.
           MOVE CB-CUSTOMER-ID     TO DTL-CUSTOMER-ID.
           MOVE CUSTOMER-NAME      TO DTL-PAYEE-NAME.
           MOVE WS-CREDIT-AMOUNT   TO DTL-AMOUNT.
           MOVE OP-SIGNED-ON-ID    TO DTL-APPROVED-BY.
           IF DTL-NOTE NOT = SPACES
               MOVE SPACES TO DTL-APPROVED-BY
           END-IF.
           MOVE " " TO PRINT-CC.
           MOVE REFREG-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-REGISTER-TOTAL.
           MOVE WS-APPROVED-COUNT TO TOT-COUNT.
           MOVE WS-APPROVED-TOTAL TO TOT-AMOUNT.
           MOVE " " TO PRINT-CC.
           MOVE REFREG-TOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       CLOSE-FILES.
           CLOSE CUSTOMER-BALANCE-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE ADJUSTMENT-FILE.
           CLOSE REFUND-FEED-FILE.
           CLOSE CHECK-PRINT-FILE.
           CLOSE PRINT-FILE.

           COPY RFNXPD.
           COPY OPERPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
