      *          offsetting credit control record, and the night's
      *          posted
      *          payments into a cash debit with an offsetting
      *          receivables credit, the night's returned checks
      *          into the reverse pair (receivables debit, cash
      *          credit), the day's approved customer refund
      *          checks into a receivables debit against the
      *          refunds-payable credit for accounts payable,
      *          dormant credits reported to the state as unclaimed
      *          property into a receivables debit against the
      *          unclaimed-property-payable credit,
      *          lockbox checks moved to unapplied cash into a cash
      *          debit against the unapplied-cash credit, the
      *          night's early-payment discounts into a sales
      *          discount debit relieving receivables (turned around
      *          when returned checks gave back more than was
      *          taken), the night's invoice sales
      *          tax into a tax-payable credit with its receivable
      *          debit (and the tax given back on the night's credit
      *          memos and write-offs, off the sales tax journal,
      *          into the reverse pair), and the night's invoice
      *          freight into a freight receivable debit against
      *          the freight income account mapped on glmap.dat
      *          under FREIGHT, and the stock movements queued at
      *          cost on the inventory GL feed (invgl.dat) by
      *          department - receipts into an inventory debit
      *          against the received-not-invoiced credit (mapped
      *          under RNI), depletion into a cost of goods sold
      *          debit relieving inventory, restocked returns into
      *          the reverse of depletion, and count variances
      *          between inventory and shrink expense, each
      *          department's inventory, cost of goods sold and
      *          shrink accounts coming off its glmap.dat entry -
      *          stamped with the run date, in
      *          the fixed layout the GL system imports - so
      *          accounting stops re-keying the console subtotals
      *          every morning. Each department debit carries the GL
      *          mapping file at all the department code goes out as
      *          the account - the pre-mapping behavior. If the debits and credits generated
      *          do not net to zero the file is not written and the
      *          step ends with RC-FILE-ERROR. Every line written is
      *          also logged on glextlog.dat under the run date, with
      *          the department behind it, and the extract is marked
      *          awaiting the GL system's acceptance - GLACK records
      *          the answer and GLCLOSE waits on it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRITE-OFF-STATUS.

           SELECT POSTED-NSF-FILE ASSIGN TO "nsfpost.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSTED-NSF-STATUS.

           SELECT REFUND-FEED-FILE ASSIGN TO "refund.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REFUND-FEED-STATUS.

           SELECT ESCHEAT-FEED-FILE ASSIGN TO "escheat.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESCHEAT-FEED-STATUS.

           COPY UNAPSEL.
           COPY DSCTSEL.

           SELECT TAX-NIGHT-FILE ASSIGN TO "taxnite.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TAX-NIGHT-STATUS.

           COPY TXJRSEL.

           SELECT FREIGHT-NIGHT-FILE ASSIGN TO "frtnite.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FREIGHT-NIGHT-STATUS.

           COPY IGLSEL.

           SELECT GL-INTERFACE-FILE ASSIGN TO "glintf.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-INTERFACE-STATUS.

           COPY GLMPSEL.
           COPY GLXLSEL.
           COPY GLPRSEL.
           COPY ALERTSEL.
           COPY RUNLOGSEL.
           05  WO-ENTRY-DATE       PIC 9(8).
           05  WO-OPERATOR-ID      PIC X(10).

       FD  POSTED-NSF-FILE.
           COPY NSFTREC.

       FD  REFUND-FEED-FILE.
       01  REFUND-FEED-RECORD.
           05  RF-CUSTOMER-ID      PIC X(10).
           05  RF-CHECK-NUMBER     PIC 9(8).
           05  RF-AMOUNT           PIC S9(7)V99.
           05  RF-ENTRY-DATE       PIC 9(8).
           05  RF-OPERATOR-ID      PIC X(10).

       FD  ESCHEAT-FEED-FILE.
       01  ESCHEAT-FEED-RECORD.
           05  ES-CUSTOMER-ID      PIC X(10).
           05  ES-OWNER-STATE      PIC X(2).
           05  ES-AMOUNT           PIC S9(7)V99.
           05  ES-ENTRY-DATE       PIC 9(8).
           05  ES-OPERATOR-ID      PIC X(10).

       FD  UNAPPLIED-CASH-FILE.
           COPY UNAPREC.

       FD  DISCOUNT-TAKEN-FILE.
           COPY DSCTREC.

       FD  TAX-NIGHT-FILE.
       01  TAX-NIGHT-RECORD.
           05  TN-RUN-DATE         PIC 9(8).
           05  TN-TAX-AMOUNT       PIC S9(11)V99.

           COPY TXJRFD.

       FD  FREIGHT-NIGHT-FILE.
       01  FREIGHT-NIGHT-RECORD.
           05  FN-RUN-DATE         PIC 9(8).
           05  FN-FREIGHT-AMOUNT   PIC S9(11)V99.

       FD  INVENTORY-GL-FILE.
           COPY IGLREC.

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           05  GL-RECORD-TYPE      PIC X.
       FD  GL-MAP-FILE.
           COPY GLMPREC.

       FD  GL-EXTRACT-LOG-FILE.
           COPY GLXLREC.

           COPY GLPRFD.
           COPY ALERTFD.
           COPY RUNLOGFD.
       01  WS-PAYMENT-TOTAL        PIC S9(11)V99 VALUE 0.
       01  TAX-NIGHT-STATUS        PIC XX.
       01  WS-TAX-TOTAL            PIC S9(11)V99 VALUE 0.
       01  WS-TXN-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-TAX-NIGHT                VALUE "Y".
       01  WS-TXJ-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-TAX-JOURNAL              VALUE "Y".
       01  WS-TAX-REVERSED-TOTAL   PIC S9(11)V99 VALUE 0.
       01  FREIGHT-NIGHT-STATUS    PIC XX.
       01  WS-FREIGHT-TOTAL        PIC S9(11)V99 VALUE 0.
       01  WS-FREIGHT-ACCOUNT      PIC X(10).
       01  POSTED-RETURN-STATUS    PIC XX.
       01  WS-RTN-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-POSTED-RETURNS           VALUE "Y".
       01  WS-WOF-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-WRITE-OFFS               VALUE "Y".
       01  WS-WRITEOFF-TOTAL       PIC S9(11)V99 VALUE 0.
       01  POSTED-NSF-STATUS       PIC XX.
       01  WS-NSF-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-POSTED-NSF               VALUE "Y".
       01  WS-NSF-TOTAL            PIC S9(11)V99 VALUE 0.
       01  REFUND-FEED-STATUS      PIC XX.
       01  WS-RFD-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-REFUNDS                  VALUE "Y".
       01  WS-REFUND-TOTAL         PIC S9(11)V99 VALUE 0.
       01  ESCHEAT-FEED-STATUS     PIC XX.
       01  WS-ESC-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-ESCHEATS                 VALUE "Y".
       01  WS-ESCHEAT-TOTAL        PIC S9(11)V99 VALUE 0.
       01  UNAPPLIED-CASH-STATUS   PIC XX.
       01  WS-UNAP-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-UNAPPLIED-CASH           VALUE "Y".
       01  WS-UNAPPLIED-TOTAL      PIC S9(11)V99 VALUE 0.
       01  DISCOUNT-FILE-STATUS    PIC XX.
       01  WS-DSC-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-DISCOUNTS                VALUE "Y".
       01  WS-DISCOUNT-TOTAL       PIC S9(11)V99 VALUE 0.
       01  WS-DISCOUNT-JOURNAL     PIC S9(11)V99.
       01  WS-EXTENDED-AMOUNT      PIC S9(9)V99.
       01  WS-TOTAL-DEBITS         PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS        PIC S9(11)V99 VALUE 0.
               10  WS-GL-DEPT      PIC X(10).
               10  WS-GL-AMOUNT    PIC S9(11)V99.

           COPY IGLWS.
       01  WS-IGL-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-INVENTORY-GL             VALUE "Y".
       01  WS-IGL-RECORD-COUNT     PIC 9(6)    VALUE 0.
       01  WS-INV-OVERFLOW-SWITCH  PIC X       VALUE "N".
           88  INV-TABLE-OVERFLOWED            VALUE "Y".
       01  WS-INV-SUB              PIC 9(3).
       01  WS-INV-RECEIVED-TOTAL   PIC S9(11)V99 VALUE 0.
       01  WS-INV-JOURNAL          PIC S9(11)V99.
       01  WS-INV-ACCOUNT          PIC X(10).
       01  WS-COGS-ACCOUNT         PIC X(10).
       01  WS-SHRINK-ACCOUNT       PIC X(10).
       01  WS-RNI-ACCOUNT          PIC X(10).
       01  WS-INV-DEBIT-ACCOUNT    PIC X(10).
       01  WS-INV-CREDIT-ACCOUNT   PIC X(10).

       01  WS-INV-TABLE.
           05  WS-INV-DEPT-COUNT   PIC 9(3)    VALUE 0.
           05  WS-INV-ENTRY        OCCURS 500 TIMES
                   INDEXED BY INV-IDX.
               10  WS-INV-DEPT     PIC X(10).
               10  WS-INV-RECEIVED PIC S9(11)V99.
               10  WS-INV-DEPLETED PIC S9(11)V99.
               10  WS-INV-RESTOCKED PIC S9(11)V99.
               10  WS-INV-ADJUSTED PIC S9(11)V99.

           COPY RETCODE.
           COPY RUNLOGWS.
           COPY GLPRWS.
           COPY TXJRWS.
       01  GL-MAP-STATUS           PIC XX.
       01  WS-MAP-CHECK-SWITCH     PIC X       VALUE "N".
           88  GL-MAPPING-ON                   VALUE "Y".
       01  WS-UNMAPPED-COUNT       PIC 9(3)    VALUE 0.
       01  GL-EXTRACT-LOG-STATUS   PIC XX.
       01  WS-LOG-LINE-NUMBER      PIC 9(4)    VALUE 0.
       01  WS-LOG-DEPARTMENT       PIC X(10)   VALUE SPACES.
       01  WS-LOG-DEBIT-TOTAL      PIC S9(11)V99 VALUE 0.
           COPY ALERTWS.

       PROCEDURE DIVISION.
           PERFORM SUMMARIZE-ORDER-LINES.
           PERFORM NET-OFF-RETURNS.
           PERFORM SUMMARIZE-PAYMENTS.
           PERFORM SUMMARIZE-RETURNED-CHECKS.
           PERFORM SUMMARIZE-WRITE-OFFS.
           PERFORM SUMMARIZE-REFUNDS.
           PERFORM SUMMARIZE-ESCHEATS.
           PERFORM SUMMARIZE-UNAPPLIED-CASH.
           PERFORM SUMMARIZE-DISCOUNTS.
           PERFORM GET-NIGHT-TAX-TOTAL.
           PERFORM SUMMARIZE-TAX-REVERSALS.
           PERFORM GET-NIGHT-FREIGHT-TOTAL.
           PERFORM SUMMARIZE-INVENTORY-MOVEMENTS.
           PERFORM BALANCE-THE-ENTRY.
           IF GL-MAPPING-ON
               CLOSE GL-MAP-FILE
           ADD PT-AMOUNT TO WS-PAYMENT-TOTAL.
           PERFORM READ-POSTED-PAYMENT.

       SUMMARIZE-RETURNED-CHECKS.
      *    The NSF posting leaves the checks it reversed on
      *    nsfpost.dat; they go out as the payment pair turned
      *    around - receivables debited, cash credited.
           OPEN INPUT POSTED-NSF-FILE.
           IF POSTED-NSF-STATUS NOT = "00"
               MOVE "Y" TO WS-NSF-EOF-SWITCH
           ELSE
               PERFORM READ-POSTED-NSF
               PERFORM SUMMARIZE-ONE-RETURNED-CHECK
                   UNTIL END-OF-POSTED-NSF
               CLOSE POSTED-NSF-FILE
           END-IF.

       READ-POSTED-NSF.
           READ POSTED-NSF-FILE
               AT END
                   MOVE "Y" TO WS-NSF-EOF-SWITCH
           END-READ.

       SUMMARIZE-ONE-RETURNED-CHECK.
           ADD NS-AMOUNT TO WS-NSF-TOTAL.
           PERFORM READ-POSTED-NSF.

       SUMMARIZE-WRITE-OFFS.
      *    The day's supervisor write-offs feed their own distinct
      *    journal line - a bad-debt debit relieving the receivables
           ADD WO-AMOUNT TO WS-WRITEOFF-TOTAL.
           PERFORM READ-WRITE-OFF.

       SUMMARIZE-REFUNDS.
      *    The refund run's approved checks feed their own journal
      *    line - the credit balance relieved out of receivables and
      *    owed through accounts payable until the check clears.
           OPEN INPUT REFUND-FEED-FILE.
           IF REFUND-FEED-STATUS NOT = "00"
               MOVE "Y" TO WS-RFD-EOF-SWITCH
           ELSE
               PERFORM READ-REFUND-FEED
               PERFORM SUMMARIZE-ONE-REFUND
                   UNTIL END-OF-REFUNDS
               CLOSE REFUND-FEED-FILE
           END-IF.

       READ-REFUND-FEED.
           READ REFUND-FEED-FILE
               AT END
                   MOVE "Y" TO WS-RFD-EOF-SWITCH
           END-READ.

       SUMMARIZE-ONE-REFUND.
           ADD RF-AMOUNT TO WS-REFUND-TOTAL.
           PERFORM READ-REFUND-FEED.

       SUMMARIZE-ESCHEATS.
      *    Credits the unclaimed property run reported to the state
      *    leave receivables for the payable owed the state until
      *    the remittance is paid.
           OPEN INPUT ESCHEAT-FEED-FILE.
           IF ESCHEAT-FEED-STATUS NOT = "00"
               MOVE "Y" TO WS-ESC-EOF-SWITCH
           ELSE
               PERFORM READ-ESCHEAT-FEED
               PERFORM SUMMARIZE-ONE-ESCHEAT
                   UNTIL END-OF-ESCHEATS
               CLOSE ESCHEAT-FEED-FILE
           END-IF.

       READ-ESCHEAT-FEED.
           READ ESCHEAT-FEED-FILE
               AT END
                   MOVE "Y" TO WS-ESC-EOF-SWITCH
           END-READ.

       SUMMARIZE-ONE-ESCHEAT.
           ADD ES-AMOUNT TO WS-ESCHEAT-TOTAL.
           PERFORM READ-ESCHEAT-FEED.

       SUMMARIZE-UNAPPLIED-CASH.
      *    Lockbox checks nobody could identify were deposited all
      *    the same - the cash is booked against the unapplied-cash
      *    account until someone claims it.
           OPEN INPUT UNAPPLIED-CASH-FILE.
           IF UNAPPLIED-CASH-STATUS NOT = "00"
               MOVE "Y" TO WS-UNAP-EOF-SWITCH
           ELSE
               PERFORM READ-UNAPPLIED-CASH
               PERFORM SUMMARIZE-ONE-UNAPPLIED
                   UNTIL END-OF-UNAPPLIED-CASH
               CLOSE UNAPPLIED-CASH-FILE
           END-IF.

       READ-UNAPPLIED-CASH.
           READ UNAPPLIED-CASH-FILE
               AT END
                   MOVE "Y" TO WS-UNAP-EOF-SWITCH
           END-READ.

       SUMMARIZE-ONE-UNAPPLIED.
           ADD UC-AMOUNT TO WS-UNAPPLIED-TOTAL.
           PERFORM READ-UNAPPLIED-CASH.

       SUMMARIZE-DISCOUNTS.
      *    The payment posting leaves the night's early-payment
      *    discounts on discpost.dat, with NSFPOST's reversals of
      *    any a returned check lost as negatives behind them; the
      *    net goes out as one pair. The file is started fresh by
      *    every payment posting, like paypost.dat.
           OPEN INPUT DISCOUNT-TAKEN-FILE.
           IF DISCOUNT-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-DSC-EOF-SWITCH
           ELSE
               PERFORM READ-DISCOUNT-TAKEN
               PERFORM SUMMARIZE-ONE-DISCOUNT
                   UNTIL END-OF-DISCOUNTS
               CLOSE DISCOUNT-TAKEN-FILE
           END-IF.

       READ-DISCOUNT-TAKEN.
           READ DISCOUNT-TAKEN-FILE
               AT END
                   MOVE "Y" TO WS-DSC-EOF-SWITCH
           END-READ.

       SUMMARIZE-ONE-DISCOUNT.
           ADD DT-AMOUNT TO WS-DISCOUNT-TOTAL.
           PERFORM READ-DISCOUNT-TAKEN.

       GET-NIGHT-TAX-TOTAL.
      *    The invoice run leaves tonight's tax total on taxnite.dat;
      *    the date stamp keeps a stale total from a night the
      *    invoicing was skipped out of the journal. The tax pair
      *    (receivable debit against the tax-payable credit) is
      *    self-balancing, like the payment pair. The file holds
      *    the month's nights; an invoice run repeated on the same
      *    night leaves a second record for the date, and the last
      *    one is the night's figure.
           OPEN INPUT TAX-NIGHT-FILE.
           IF TAX-NIGHT-STATUS = "00"
               PERFORM READ-TAX-NIGHT
               PERFORM TAKE-ONE-TAX-NIGHT
                   UNTIL END-OF-TAX-NIGHT
               CLOSE TAX-NIGHT-FILE
           END-IF.

       READ-TAX-NIGHT.
           READ TAX-NIGHT-FILE
               AT END
                   MOVE "Y" TO WS-TXN-EOF-SWITCH
           END-READ.

       TAKE-ONE-TAX-NIGHT.
           IF TN-RUN-DATE = WS-TODAY-RUN-DATE
               MOVE TN-TAX-AMOUNT TO WS-TAX-TOTAL
           END-IF.
           PERFORM READ-TAX-NIGHT.

       SUMMARIZE-TAX-REVERSALS.
      *    Tax the night's credit memos and write-offs gave back is
      *    on the sales tax journal under tonight's date, negative;
      *    it comes back out of tax payable against the tax
      *    receivable the invoices booked. The journal is the
      *    month's record for the state returns, so it is only
      *    read here, never cleared.
           OPEN INPUT TAX-JOURNAL-FILE.
           IF TAX-JOURNAL-STATUS NOT = "00"
               MOVE "Y" TO WS-TXJ-EOF-SWITCH
           ELSE
               PERFORM READ-TAX-JOURNAL
               PERFORM SUMMARIZE-ONE-TAX-REVERSAL
                   UNTIL END-OF-TAX-JOURNAL
               CLOSE TAX-JOURNAL-FILE
           END-IF.

       READ-TAX-JOURNAL.
           READ TAX-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-TXJ-EOF-SWITCH
           END-READ.

       SUMMARIZE-ONE-TAX-REVERSAL.
           IF TJ-POST-DATE = WS-TODAY-RUN-DATE
               AND (TJ-FROM-RETURN OR TJ-FROM-WRITE-OFF)
               SUBTRACT TJ-TAX-AMOUNT FROM WS-TAX-REVERSED-TOTAL
           END-IF.
           PERFORM READ-TAX-JOURNAL.

       GET-NIGHT-FREIGHT-TOTAL.
      *    The invoice run leaves tonight's freight total on
      *    frtnite.dat, dated like the tax total so a stale figure
      *    from a skipped night never journals twice. The credit
      *    goes to the account glmap.dat maps under FREIGHT, so
      *    accounting names the freight income account the way it
      *    names the department accounts.
           OPEN INPUT FREIGHT-NIGHT-FILE.
           IF FREIGHT-NIGHT-STATUS = "00"
               READ FREIGHT-NIGHT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FN-RUN-DATE = WS-TODAY-RUN-DATE
                           MOVE FN-FREIGHT-AMOUNT TO WS-FREIGHT-TOTAL
                       END-IF
               END-READ
               CLOSE FREIGHT-NIGHT-FILE
           END-IF.
           IF WS-FREIGHT-TOTAL NOT = 0
               PERFORM MAP-FREIGHT-ACCOUNT
           END-IF.

       MAP-FREIGHT-ACCOUNT.
      *    Unmapped freight income posts to GL-SUSP with a WARN, the
      *    same as an unmapped department.
           IF NOT GL-MAPPING-ON
               MOVE "FREIGHT" TO WS-FREIGHT-ACCOUNT
           ELSE
               MOVE "FREIGHT" TO GM-DEPARTMENT
               READ GL-MAP-FILE
                   KEY IS GM-DEPARTMENT
                   INVALID KEY
                       MOVE "GL-SUSP" TO WS-FREIGHT-ACCOUNT
                       ADD 1 TO WS-UNMAPPED-COUNT
                       MOVE "WARN"   TO OA-SEVERITY
                       MOVE "GLEXTR" TO OA-PROGRAM-NAME
                       MOVE "UNMAPPED FREIGHT INCOME POSTED TO GL-SUSP"
                           TO OA-MESSAGE-TEXT
                       PERFORM WRITE-OPERATOR-ALERT
                   NOT INVALID KEY
                       MOVE GM-GL-ACCOUNT TO WS-FREIGHT-ACCOUNT
               END-READ
           END-IF.

       SUMMARIZE-INVENTORY-MOVEMENTS.
      *    Receipts, depletion, restocked returns and count variances
      *    come in at cost on invgl.dat and are totalled by the
      *    item's department and kind of movement. Every pair they
      *    make is self-balancing, like the payment pair.
           OPEN INPUT INVENTORY-GL-FILE.
           IF INVENTORY-GL-STATUS NOT = "00"
               MOVE "Y" TO WS-IGL-EOF-SWITCH
           ELSE
               PERFORM READ-INVENTORY-GL
               PERFORM SUMMARIZE-ONE-STOCK-MOVEMENT
                   UNTIL END-OF-INVENTORY-GL
               CLOSE INVENTORY-GL-FILE
           END-IF.

       READ-INVENTORY-GL.
           READ INVENTORY-GL-FILE
               AT END
                   MOVE "Y" TO WS-IGL-EOF-SWITCH
           END-READ.

       SUMMARIZE-ONE-STOCK-MOVEMENT.
           ADD 1 TO WS-IGL-RECORD-COUNT.
           SET INV-IDX TO 1.
           SEARCH WS-INV-ENTRY
               VARYING INV-IDX
               AT END
                   PERFORM ADD-INVENTORY-DEPARTMENT
               WHEN INV-IDX > WS-INV-DEPT-COUNT
                   PERFORM ADD-INVENTORY-DEPARTMENT
               WHEN WS-INV-DEPT (INV-IDX) = IG-DEPARTMENT
                   CONTINUE
           END-SEARCH.
           IF INV-IDX NOT > WS-INV-DEPT-COUNT
               EVALUATE TRUE
                   WHEN IG-RECEIPT
                       ADD IG-AMOUNT TO WS-INV-RECEIVED (INV-IDX)
                       ADD IG-AMOUNT TO WS-INV-RECEIVED-TOTAL
                   WHEN IG-DEPLETION
                       ADD IG-AMOUNT TO WS-INV-DEPLETED (INV-IDX)
                   WHEN IG-RESTOCKED-RETURN
                       ADD IG-AMOUNT TO WS-INV-RESTOCKED (INV-IDX)
                   WHEN IG-COUNT-VARIANCE
                       ADD IG-AMOUNT TO WS-INV-ADJUSTED (INV-IDX)
               END-EVALUATE
           END-IF.
           PERFORM READ-INVENTORY-GL.

       ADD-INVENTORY-DEPARTMENT.
           IF WS-INV-DEPT-COUNT < 500
               ADD 1 TO WS-INV-DEPT-COUNT
               SET INV-IDX TO WS-INV-DEPT-COUNT
               MOVE IG-DEPARTMENT TO WS-INV-DEPT (INV-IDX)
               MOVE 0 TO WS-INV-RECEIVED (INV-IDX)
               MOVE 0 TO WS-INV-DEPLETED (INV-IDX)
               MOVE 0 TO WS-INV-RESTOCKED (INV-IDX)
               MOVE 0 TO WS-INV-ADJUSTED (INV-IDX)
           ELSE
               DISPLAY "WARNING - inventory department table full, "
                   IG-DEPARTMENT " NOT SUMMARIZED"
               MOVE "Y" TO WS-INV-OVERFLOW-SWITCH
           END-IF.

       BALANCE-THE-ENTRY.
           COMPUTE WS-NET-AMOUNT =
               WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.
           IF GL-TABLE-OVERFLOWED
               OR INV-TABLE-OVERFLOWED
               OR WS-NET-AMOUNT NOT = 0
               DISPLAY "*** GL EXTRACT OUT OF BALANCE - NET "
                   WS-NET-AMOUNT " - FILE NOT WRITTEN"
               PERFORM WRITE-GL-INTERFACE
               DISPLAY "GL EXTRACT COMPLETE - " WS-GL-DEPT-COUNT
                   " DEPARTMENT ENTRIES, TOTAL " WS-TOTAL-DEBITS
               DISPLAY "INVENTORY ENTRIES - " WS-INV-DEPT-COUNT
                   " DEPARTMENTS FROM " WS-IGL-RECORD-COUNT
                   " STOCK MOVEMENTS"
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.


       WRITE-GL-INTERFACE.
           OPEN OUTPUT GL-INTERFACE-FILE.
           PERFORM OPEN-EXTRACT-LOG.
           PERFORM WRITE-ONE-GL-DETAIL
               VARYING WS-GL-SUB FROM 1 BY 1
               UNTIL WS-GL-SUB > WS-GL-DEPT-COUNT.
           MOVE 0                 TO GL-DEBIT-AMOUNT.
           MOVE WS-TOTAL-CREDITS  TO GL-CREDIT-AMOUNT.
           MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE.
           PERFORM WRITE-GL-LINE.
           IF WS-PAYMENT-TOTAL NOT = 0
               MOVE "D"               TO GL-RECORD-TYPE
               MOVE "CASH"            TO GL-ACCOUNT
               MOVE WS-PAYMENT-TOTAL  TO GL-DEBIT-AMOUNT
               MOVE 0                 TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
               MOVE "C"               TO GL-RECORD-TYPE
               MOVE "AR-CTL"          TO GL-ACCOUNT
               MOVE 0                 TO GL-DEBIT-AMOUNT
               MOVE WS-PAYMENT-TOTAL  TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
           END-IF.
           IF WS-NSF-TOTAL NOT = 0
               MOVE "D"               TO GL-RECORD-TYPE
               MOVE "AR-CTL"          TO GL-ACCOUNT
               MOVE WS-NSF-TOTAL      TO GL-DEBIT-AMOUNT
               MOVE 0                 TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
               MOVE "C"               TO GL-RECORD-TYPE
               MOVE "CASH"            TO GL-ACCOUNT
               MOVE 0                 TO GL-DEBIT-AMOUNT
               MOVE WS-NSF-TOTAL      TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
           END-IF.
           IF WS-WRITEOFF-TOTAL NOT = 0
               MOVE "D"               TO GL-RECORD-TYPE
               MOVE WS-WRITEOFF-TOTAL TO GL-DEBIT-AMOUNT
               MOVE 0                 TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
               MOVE "C"               TO GL-RECORD-TYPE
               MOVE "AR-CTL"          TO GL-ACCOUNT
               MOVE 0                 TO GL-DEBIT-AMOUNT
               MOVE WS-WRITEOFF-TOTAL TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
      *    Journaled means journaled - the feed clears only after
      *    its lines are written, so an out-of-balance night that
      *    leaves the file unwritten keeps the write-offs queued.
               OPEN OUTPUT WRITE-OFF-FILE
               CLOSE WRITE-OFF-FILE
           END-IF.
           IF WS-REFUND-TOTAL NOT = 0
               MOVE "D"               TO GL-RECORD-TYPE
               MOVE "AR-CTL"          TO GL-ACCOUNT
               MOVE WS-REFUND-TOTAL   TO GL-DEBIT-AMOUNT
               MOVE 0                 TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
               MOVE "C"               TO GL-RECORD-TYPE
               MOVE "AP-REFUND"       TO GL-ACCOUNT
               MOVE 0                 TO GL-DEBIT-AMOUNT
               MOVE WS-REFUND-TOTAL   TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
      *    Cleared only once journaled, like the write-off feed.
               OPEN OUTPUT REFUND-FEED-FILE
               CLOSE REFUND-FEED-FILE
           END-IF.
           IF WS-ESCHEAT-TOTAL NOT = 0
               MOVE "D"               TO GL-RECORD-TYPE
               MOVE "AR-CTL"          TO GL-ACCOUNT
               MOVE WS-ESCHEAT-TOTAL  TO GL-DEBIT-AMOUNT
               MOVE 0                 TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
               MOVE "C"               TO GL-RECORD-TYPE
               MOVE "UNCL-PROP"       TO GL-ACCOUNT
               MOVE 0                 TO GL-DEBIT-AMOUNT
               MOVE WS-ESCHEAT-TOTAL  TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
      *    Cleared only once journaled, like the write-off feed.
               OPEN OUTPUT ESCHEAT-FEED-FILE
               CLOSE ESCHEAT-FEED-FILE
           END-IF.
           IF WS-UNAPPLIED-TOTAL NOT = 0
               MOVE "D"                TO GL-RECORD-TYPE
               MOVE "CASH"             TO GL-ACCOUNT
               MOVE WS-UNAPPLIED-TOTAL TO GL-DEBIT-AMOUNT
               MOVE 0                  TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE  TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
               MOVE "C"                TO GL-RECORD-TYPE
               MOVE "UNAP-CASH"        TO GL-ACCOUNT
               MOVE 0                  TO GL-DEBIT-AMOUNT
               MOVE WS-UNAPPLIED-TOTAL TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE  TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
      *    Cleared only once journaled, like the write-off feed.
               OPEN OUTPUT UNAPPLIED-CASH-FILE
               CLOSE UNAPPLIED-CASH-FILE
           END-IF.
      *    Discounts taken debit the sales discount account and
      *    relieve receivables; a night where returned checks gave
      *    back more than was taken turns the pair around.
           IF WS-DISCOUNT-TOTAL > 0
               MOVE WS-DISCOUNT-TOTAL TO WS-DISCOUNT-JOURNAL
               MOVE "D"               TO GL-RECORD-TYPE
               MOVE "SALES-DISC"      TO GL-ACCOUNT
               MOVE WS-DISCOUNT-JOURNAL TO GL-DEBIT-AMOUNT
               MOVE 0                 TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
               MOVE "C"               TO GL-RECORD-TYPE
               MOVE "AR-CTL"          TO GL-ACCOUNT
               MOVE 0                 TO GL-DEBIT-AMOUNT
               MOVE WS-DISCOUNT-JOURNAL TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
           END-IF.
           IF WS-DISCOUNT-TOTAL < 0
               COMPUTE WS-DISCOUNT-JOURNAL = 0 - WS-DISCOUNT-TOTAL
               MOVE "D"               TO GL-RECORD-TYPE
               MOVE "AR-CTL"          TO GL-ACCOUNT
               MOVE WS-DISCOUNT-JOURNAL TO GL-DEBIT-AMOUNT
               MOVE 0                 TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
               MOVE "C"               TO GL-RECORD-TYPE
               MOVE "SALES-DISC"      TO GL-ACCOUNT
               MOVE 0                 TO GL-DEBIT-AMOUNT
               MOVE WS-DISCOUNT-JOURNAL TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
           END-IF.
           IF WS-TAX-TOTAL NOT = 0
               MOVE "D"               TO GL-RECORD-TYPE
               MOVE "AR-TAX"          TO GL-ACCOUNT
               MOVE WS-TAX-TOTAL      TO GL-DEBIT-AMOUNT
               MOVE 0                 TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
               MOVE "C"               TO GL-RECORD-TYPE
               MOVE "TAX-PAY"         TO GL-ACCOUNT
               MOVE 0                 TO GL-DEBIT-AMOUNT
               MOVE WS-TAX-TOTAL      TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
           END-IF.
           IF WS-TAX-REVERSED-TOTAL NOT = 0
               MOVE "D"               TO GL-RECORD-TYPE
               MOVE "TAX-PAY"         TO GL-ACCOUNT
               MOVE WS-TAX-REVERSED-TOTAL TO GL-DEBIT-AMOUNT
               MOVE 0                 TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
               MOVE "C"               TO GL-RECORD-TYPE
               MOVE "AR-TAX"          TO GL-ACCOUNT
               MOVE 0                 TO GL-DEBIT-AMOUNT
               MOVE WS-TAX-REVERSED-TOTAL TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
           END-IF.
      *    Freight, like the tax, is billed on the invoice but not
      *    carried on the customer's merchandise items, so its
      *    receivable has an account of its own.
           IF WS-FREIGHT-TOTAL NOT = 0
               MOVE "D"               TO GL-RECORD-TYPE
               MOVE "AR-FRT"          TO GL-ACCOUNT
               MOVE WS-FREIGHT-TOTAL  TO GL-DEBIT-AMOUNT
               MOVE 0                 TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
               MOVE "C"               TO GL-RECORD-TYPE
               MOVE WS-FREIGHT-ACCOUNT TO GL-ACCOUNT
               MOVE "FREIGHT"         TO WS-LOG-DEPARTMENT
               MOVE 0                 TO GL-DEBIT-AMOUNT
               MOVE WS-FREIGHT-TOTAL  TO GL-CREDIT-AMOUNT
               MOVE WS-TODAY-RUN-DATE TO GL-RUN-DATE
               PERFORM WRITE-GL-LINE
           END-IF.
           PERFORM WRITE-INVENTORY-ENTRIES.
           CLOSE GL-INTERFACE-FILE.
           PERFORM LOG-EXTRACT-HEADER.
           CLOSE GL-EXTRACT-LOG-FILE.

       OPEN-EXTRACT-LOG.
           OPEN I-O GL-EXTRACT-LOG-FILE.
           IF GL-EXTRACT-LOG-STATUS = "05" OR "35"
               CLOSE GL-EXTRACT-LOG-FILE
               OPEN OUTPUT GL-EXTRACT-LOG-FILE
               CLOSE GL-EXTRACT-LOG-FILE
               OPEN I-O GL-EXTRACT-LOG-FILE
           END-IF.
           MOVE 0 TO WS-LOG-LINE-NUMBER.

       WRITE-GL-LINE.
      *    Logged in the order written, so the line number the GL
      *    system quotes back on a reject finds the line here.
           WRITE GL-INTERFACE-RECORD.
           ADD 1 TO WS-LOG-LINE-NUMBER.
           ADD GL-DEBIT-AMOUNT TO WS-LOG-DEBIT-TOTAL.
           MOVE SPACES              TO GL-EXTRACT-LOG-RECORD.
           MOVE WS-TODAY-RUN-DATE   TO XL-RUN-DATE.
           MOVE WS-LOG-LINE-NUMBER  TO XL-LINE-NUMBER.
           MOVE GL-RECORD-TYPE      TO XL-RECORD-TYPE.
           MOVE GL-ACCOUNT          TO XL-ACCOUNT.
           MOVE WS-LOG-DEPARTMENT   TO XL-DEPARTMENT.
           MOVE GL-DEBIT-AMOUNT     TO XL-DEBIT-AMOUNT.
           MOVE GL-CREDIT-AMOUNT    TO XL-CREDIT-AMOUNT.
           PERFORM PUT-EXTRACT-LOG-RECORD.
           MOVE SPACES TO WS-LOG-DEPARTMENT.

       LOG-EXTRACT-HEADER.
      *    A rerun replaces the night's header, so a re-extract goes
      *    back to waiting on the GL whatever the first one got.
           MOVE SPACES              TO GL-EXTRACT-LOG-RECORD.
           MOVE WS-TODAY-RUN-DATE   TO XL-RUN-DATE.
           MOVE 0                   TO XL-LINE-NUMBER.
           MOVE "P"                 TO XL-EXTRACT-STATUS.
           MOVE WS-LOG-LINE-NUMBER  TO XL-LINE-COUNT.
           MOVE WS-LOG-DEBIT-TOTAL  TO XL-TOTAL-DEBITS.
           MOVE 0                   TO XL-ACK-DATE.
           MOVE 0                   TO XL-REJECT-COUNT.
           PERFORM PUT-EXTRACT-LOG-RECORD.

       PUT-EXTRACT-LOG-RECORD.
           WRITE GL-EXTRACT-LOG-RECORD
               INVALID KEY
                   REWRITE GL-EXTRACT-LOG-RECORD
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.

       WRITE-ONE-GL-DETAIL.
           MOVE "D"                      TO GL-RECORD-TYPE.
           MOVE WS-GL-DEPT (WS-GL-SUB)   TO WS-LOG-DEPARTMENT.
           PERFORM MAP-DEPARTMENT-ACCOUNT.
           MOVE WS-GL-AMOUNT (WS-GL-SUB) TO GL-DEBIT-AMOUNT.
           MOVE 0                        TO GL-CREDIT-AMOUNT.
           MOVE WS-TODAY-RUN-DATE        TO GL-RUN-DATE.
           PERFORM WRITE-GL-LINE.

       MAP-DEPARTMENT-ACCOUNT.
      *    The mapped account when one exists, GL-SUSP with a WARN
               END-READ
           END-IF.

       WRITE-INVENTORY-ENTRIES.
      *    Receipts debit inventory against received-not-invoiced;
      *    depletion moves cost out of inventory into cost of goods
      *    sold and a restocked return moves it back; a count
      *    shortage debits shrink and an overage credits it. Both
      *    lines of every pair log the department behind them, so
      *    the inventory valuation can find the department's
      *    inventory lines on glextlog.dat.
           IF WS-INV-RECEIVED-TOTAL NOT = 0
               PERFORM MAP-RNI-ACCOUNT
           END-IF.
           PERFORM WRITE-ONE-INVENTORY-DEPT
               VARYING WS-INV-SUB FROM 1 BY 1
               UNTIL WS-INV-SUB > WS-INV-DEPT-COUNT.
      *    Cleared only once journaled, like the write-off feed.
           IF WS-IGL-RECORD-COUNT > 0
               OPEN OUTPUT INVENTORY-GL-FILE
               CLOSE INVENTORY-GL-FILE
           END-IF.

       WRITE-ONE-INVENTORY-DEPT.
           PERFORM MAP-INVENTORY-ACCOUNTS.
           IF WS-INV-RECEIVED (WS-INV-SUB) NOT = 0
               MOVE WS-INV-ACCOUNT    TO WS-INV-DEBIT-ACCOUNT
               MOVE WS-RNI-ACCOUNT    TO WS-INV-CREDIT-ACCOUNT
               MOVE WS-INV-RECEIVED (WS-INV-SUB) TO WS-INV-JOURNAL
               PERFORM WRITE-INVENTORY-PAIR
           END-IF.
           IF WS-INV-DEPLETED (WS-INV-SUB) NOT = 0
               MOVE WS-COGS-ACCOUNT   TO WS-INV-DEBIT-ACCOUNT
               MOVE WS-INV-ACCOUNT    TO WS-INV-CREDIT-ACCOUNT
               MOVE WS-INV-DEPLETED (WS-INV-SUB) TO WS-INV-JOURNAL
               PERFORM WRITE-INVENTORY-PAIR
           END-IF.
           IF WS-INV-RESTOCKED (WS-INV-SUB) NOT = 0
               MOVE WS-INV-ACCOUNT    TO WS-INV-DEBIT-ACCOUNT
               MOVE WS-COGS-ACCOUNT   TO WS-INV-CREDIT-ACCOUNT
               MOVE WS-INV-RESTOCKED (WS-INV-SUB) TO WS-INV-JOURNAL
               PERFORM WRITE-INVENTORY-PAIR
           END-IF.
           IF WS-INV-ADJUSTED (WS-INV-SUB) > 0
               MOVE WS-INV-ACCOUNT    TO WS-INV-DEBIT-ACCOUNT
               MOVE WS-SHRINK-ACCOUNT TO WS-INV-CREDIT-ACCOUNT
               MOVE WS-INV-ADJUSTED (WS-INV-SUB) TO WS-INV-JOURNAL
               PERFORM WRITE-INVENTORY-PAIR
           END-IF.
           IF WS-INV-ADJUSTED (WS-INV-SUB) < 0
               MOVE WS-SHRINK-ACCOUNT TO WS-INV-DEBIT-ACCOUNT
               MOVE WS-INV-ACCOUNT    TO WS-INV-CREDIT-ACCOUNT
               COMPUTE WS-INV-JOURNAL =
                   0 - WS-INV-ADJUSTED (WS-INV-SUB)
               PERFORM WRITE-INVENTORY-PAIR
           END-IF.

       WRITE-INVENTORY-PAIR.
           MOVE "D"                   TO GL-RECORD-TYPE.
           MOVE WS-INV-DEBIT-ACCOUNT  TO GL-ACCOUNT.
           MOVE WS-INV-DEPT (WS-INV-SUB) TO WS-LOG-DEPARTMENT.
           MOVE WS-INV-JOURNAL        TO GL-DEBIT-AMOUNT.
           MOVE 0                     TO GL-CREDIT-AMOUNT.
           MOVE WS-TODAY-RUN-DATE     TO GL-RUN-DATE.
           PERFORM WRITE-GL-LINE.
           MOVE "C"                   TO GL-RECORD-TYPE.
           MOVE WS-INV-CREDIT-ACCOUNT TO GL-ACCOUNT.
           MOVE WS-INV-DEPT (WS-INV-SUB) TO WS-LOG-DEPARTMENT.
           MOVE 0                     TO GL-DEBIT-AMOUNT.
           MOVE WS-INV-JOURNAL        TO GL-CREDIT-AMOUNT.
           MOVE WS-TODAY-RUN-DATE     TO GL-RUN-DATE.
           PERFORM WRITE-GL-LINE.

       MAP-INVENTORY-ACCOUNTS.
      *    The department's own stock accounts off glmap.dat; a
      *    department not mapped, or mapped before it carried stock,
      *    sends the missing side to GL-SUSP with a WARN, as an
      *    unmapped sales department does. With no mapping file the
      *    fixed account names go out, as the department codes do.
           IF NOT GL-MAPPING-ON
               MOVE "INVENTORY" TO WS-INV-ACCOUNT
               MOVE "COGS"      TO WS-COGS-ACCOUNT
               MOVE "SHRINK"    TO WS-SHRINK-ACCOUNT
           ELSE
               MOVE WS-INV-DEPT (WS-INV-SUB) TO GM-DEPARTMENT
               READ GL-MAP-FILE
                   KEY IS GM-DEPARTMENT
                   INVALID KEY
                       MOVE SPACES TO GM-INVENTORY-ACCOUNT
                       MOVE SPACES TO GM-COGS-ACCOUNT
                       MOVE SPACES TO GM-SHRINK-ACCOUNT
               END-READ
               MOVE GM-INVENTORY-ACCOUNT TO WS-INV-ACCOUNT
               MOVE GM-COGS-ACCOUNT      TO WS-COGS-ACCOUNT
               MOVE GM-SHRINK-ACCOUNT    TO WS-SHRINK-ACCOUNT
               IF WS-INV-ACCOUNT = SPACES
                   OR WS-COGS-ACCOUNT = SPACES
                   OR WS-SHRINK-ACCOUNT = SPACES
                   PERFORM SUSPEND-INVENTORY-ACCOUNTS
               END-IF
           END-IF.

       SUSPEND-INVENTORY-ACCOUNTS.
           IF WS-INV-ACCOUNT = SPACES
               MOVE "GL-SUSP" TO WS-INV-ACCOUNT
           END-IF.
           IF WS-COGS-ACCOUNT = SPACES
               MOVE "GL-SUSP" TO WS-COGS-ACCOUNT
           END-IF.
           IF WS-SHRINK-ACCOUNT = SPACES
               MOVE "GL-SUSP" TO WS-SHRINK-ACCOUNT
           END-IF.
           ADD 1 TO WS-UNMAPPED-COUNT.
           MOVE "WARN"   TO OA-SEVERITY.
           MOVE "GLEXTR" TO OA-PROGRAM-NAME.
           MOVE SPACES   TO OA-MESSAGE-TEXT.
           STRING "UNMAPPED STOCK ACCOUNTS, DEPARTMENT "
               WS-INV-DEPT (WS-INV-SUB)
               " - GL-SUSP"
               DELIMITED BY SIZE
               INTO OA-MESSAGE-TEXT.
           PERFORM WRITE-OPERATOR-ALERT.

       MAP-RNI-ACCOUNT.
      *    Received-not-invoiced is one liability for the house,
      *    mapped under the pseudo-department RNI as freight income
      *    is under FREIGHT.
           IF NOT GL-MAPPING-ON
               MOVE "RNI" TO WS-RNI-ACCOUNT
           ELSE
               MOVE "RNI" TO GM-DEPARTMENT
               READ GL-MAP-FILE
                   KEY IS GM-DEPARTMENT
                   INVALID KEY
                       MOVE "GL-SUSP" TO WS-RNI-ACCOUNT
                       ADD 1 TO WS-UNMAPPED-COUNT
                       MOVE "WARN"   TO OA-SEVERITY
                       MOVE "GLEXTR" TO OA-PROGRAM-NAME
                       MOVE "UNMAPPED RNI - RECEIPTS POSTED TO GL-SUSP"
                           TO OA-MESSAGE-TEXT
                       PERFORM WRITE-OPERATOR-ALERT
                   NOT INVALID KEY
                       MOVE GM-GL-ACCOUNT TO WS-RNI-ACCOUNT
               END-READ
           END-IF.

           COPY RUNLOGPD.
           COPY GLPRPD.
           COPY ALERTPD.
