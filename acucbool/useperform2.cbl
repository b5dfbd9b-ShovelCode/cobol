      *          processed lines are archived to a dated
      *          ordproc.<business-date> file and orderlin.dat is
      *          truncated, so nothing ever posts, invoices, bills,
      *          or suspends twice. Accepted lines go to the open
      *          pick file (ordpick.dat), where the pick tickets
      *          print and the dock confirms what actually shipped;
      *          the ship release step that follows this one moves
      *          only confirmed quantities on to ordaccpt.dat, the
      *          month-to-date billing file, and the department
      *          histories, so nothing is posted, invoiced, or
      *          depleted before it leaves the building.
      *
      *          Stock is checked before a line is accepted: a line
      *          for an item on the master ships only what the
      *          item's on-hand (less what tonight's earlier lines
      *          already took) can cover, and the short quantity is
      *          written to the backorder file (backord.dat) under
      *          the same order number, customer, and item. A line
      *          with nothing on hand goes to backorder whole.
      *          Receiving releases backorders back onto
      *          orderlin.dat when the stock arrives. Lines still on
      *          the pick file have not been depleted yet, so their
      *          quantities count against the item up front - and
      *          their dollars against the customer's credit, since
      *          they have not posted to the balance either.
      *
      *          A customer linked into a franchise group on the
      *          account hierarchy (custhier.dat) is tested twice:
      *          against its own limit, and the whole group's posted
      *          balance plus the group's lines tonight against the
      *          parent's group limit, so a dozen child accounts
      *          cannot each run up a full limit of their own. A
      *          child with no limit of its own is held by the group
      *          limit alone.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           SELECT CREDIT-HOLD-FILE ASSIGN TO "credhold.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CREDIT-HOLD-STATUS.

           SELECT PROCESSED-ORDER-FILE ASSIGN TO WS-PROCESSED-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROCESSED-ORDER-STATUS.

           COPY CBALSEL.
           COPY CREDSEL.
           COPY HIERSEL.
           COPY SUSPSEL.
           COPY ITEMSEL.
           COPY BORDSEL.
           COPY DEPTSEL.
           COPY PICKSEL.
           COPY RUNLOGSEL.
           COPY STATSSEL.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

      *    Tonight's validated lines join the open pick lines
      *    awaiting the dock - nothing suspended, held, or unshipped
      *    ever reaches the books.
       FD  PICK-FILE.
           COPY PICKREC.

       FD  PROCESSED-ORDER-FILE.
       01  PROCESSED-ORDER-RECORD  PIC X(76).

       FD  SUSPENSE-FILE.
           COPY SUSPREC.
       FD  CUSTOMER-CREDIT-FILE.
           COPY CREDREC.

       FD  ACCOUNT-HIERARCHY-FILE.
           COPY HIERREC.

       FD  DEPARTMENT-FILE.
           COPY DEPTREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  BACKORDER-FILE.
           COPY BORDREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-BRANCH-CODE      PIC X(4).
           05  SR-ORDER-NUMBER     PIC 9(8).
           05  SR-ORDER-DATE       PIC 9(8).
           05  SR-SHIP-TO-CODE     PIC X(4).

           COPY RUNLOGFD.
           COPY STATSFD.

           COPY RUNLOGWS.
           COPY STATSWS.

       01  ORDER-LINE-STATUS       PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".

       01  FILE-STATUS-CODE        PIC XX.
       01  SUSPENSE-FILE-STATUS    PIC XX.
       01  PICK-FILE-STATUS        PIC XX.
       01  WS-PICK-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-PICK-LINES               VALUE "Y".
       01  WS-PICK-STORED-SWITCH   PIC X       VALUE "N".
           88  PICK-LINE-STORED                VALUE "Y".
       01  WS-PICK-QUANTITY        PIC 9(5).
       01  WS-LOOKUP-CUSTOMER-ID   PIC X(10).
       01  WS-LOOKUP-ITEM-NUMBER   PIC X(10).
       01  PROCESSED-ORDER-STATUS  PIC XX.
       01  WS-PROCESSED-NAME.
           05  FILLER              PIC X(8)  VALUE "ordproc.".
       01  WS-HELD-AMOUNT          PIC S9(9)V99 VALUE 0.
       01  WS-POSTED-BALANCE       PIC S9(9)V99.
       01  WS-PROJECTED-BALANCE    PIC S9(9)V99.
       01  WS-OWN-LIMIT-SWITCH     PIC X       VALUE "N".
           88  OWN-LIMIT-ON-FILE               VALUE "Y".
       01  WS-GROUP-LIMIT-SWITCH   PIC X       VALUE "N".
           88  GROUP-LIMIT-APPLIES             VALUE "Y".
       01  WS-GROUP-HOLD-SWITCH    PIC X       VALUE "N".
           88  HELD-BY-GROUP-LIMIT             VALUE "Y".
       01  WS-GROUP-PROJECTED      PIC S9(11)V99.

           COPY HIERWS.

       01  ITEM-MASTER-STATUS      PIC XX.
       01  BACKORDER-STATUS        PIC XX.
       01  WS-STOCK-CHECK-SWITCH   PIC X       VALUE "N".
           88  STOCK-CHECK-ON                  VALUE "Y".
       01  WS-LINE-BACKORDERED-SWITCH PIC X    VALUE "N".
           88  LINE-WHOLLY-BACKORDERED         VALUE "Y".
       01  WS-BACKORDER-STORED-SWITCH PIC X    VALUE "N".
           88  BACKORDER-STORED                VALUE "Y".
       01  WS-ALLOC-TABLED-SWITCH  PIC X       VALUE "Y".
           88  ALLOC-ENTRY-TABLED              VALUE "Y".
       01  WS-ALLOC-OVERFLOW-SWITCH PIC X      VALUE "N".
           88  ALLOC-TABLE-OVERFLOWED          VALUE "Y".
       01  WS-AVAILABLE-QUANTITY   PIC S9(7).
       01  WS-BACKORDER-QUANTITY   PIC 9(5).
       01  WS-BACKORDER-COUNT      PIC 9(5)    VALUE 0.
       01  WS-BACKORDER-AMOUNT     PIC S9(9)V99 VALUE 0.
       01  WS-BACKORDER-EXTENSION  PIC S9(9)V99.

      *    Units each item has already shipped tonight, so the stock
      *    check sees the night's earlier lines as well as the
      *    on-hand figure - depletion does not run until after the
      *    posting steps, so the item master alone would let every
      *    line for a scarce item ship the same units.
       01  WS-ALLOC-TABLE.
           05  WS-ALLOC-COUNT      PIC 9(4)    VALUE 0.
           05  WS-ALLOC-ENTRY      OCCURS 2000 TIMES
                   INDEXED BY ALLOC-IDX.
               10  WS-ALLOC-ITEM   PIC X(10).
               10  WS-ALLOC-QUANTITY PIC S9(7).

      *    Day accumulator per customer, so the limit check sees the
      *    night's earlier lines as well as the posted balance - two
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-RUN-DATE.
           PERFORM LOAD-DEPARTMENT-TABLE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN EXTEND SUSPENSE-FILE.
           IF SUSPENSE-FILE-STATUS = "05" OR "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
      *    Held lines are carried forward, not rewritten away - a
      *    credit-held order stays on the books until the recycle
      *    step releases it or the credit manager works it off.
               OPEN OUTPUT CREDIT-HOLD-FILE
           END-IF.
           PERFORM OPEN-CREDIT-FILES.
           PERFORM OPEN-STOCK-FILES.
           PERFORM OPEN-PICK-FILE.
           OPEN INPUT ORDER-LINE-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-DEPARTMENT
           CLOSE ORDER-LINE-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE PICK-FILE.
           CLOSE CREDIT-HOLD-FILE.
           IF CREDIT-CHECK-ON
               CLOSE CUSTOMER-CREDIT-FILE
               IF BALANCE-FILE-STATUS = "00"
                   CLOSE CUSTOMER-BALANCE-FILE
               END-IF
           END-IF.
           IF STOCK-CHECK-ON
               CLOSE ITEM-MASTER-FILE
               CLOSE BACKORDER-FILE
           END-IF.

           PERFORM PRINT-BATCH-SUMMARY.

                   OR WS-SUSPENDED-COUNT > 0
                   OR WS-HELD-COUNT > 0
                   OR ACCUM-TABLE-OVERFLOWED
                   OR AH-WS-TABLE-OVERFLOWED
                   OR ALLOC-TABLE-OVERFLOWED
                   MOVE RC-WARNING TO RETURN-CODE
               ELSE
                   MOVE RC-NORMAL TO RETURN-CODE
           DISPLAY "TOTAL SUSPENDED : " WS-SUSPENDED-AMOUNT.
           DISPLAY "LINES ON HOLD   : " WS-HELD-COUNT.
           DISPLAY "TOTAL ON HOLD   : " WS-HELD-AMOUNT.
           IF STOCK-CHECK-ON
               DISPLAY "LINES BACKORDERED: " WS-BACKORDER-COUNT
               DISPLAY "TOTAL BACKORDERED: " WS-BACKORDER-AMOUNT
           END-IF.
           IF DEPT-VALIDATION-ON
               DISPLAY "DEPT MISMATCHES : " WS-DEPT-MISMATCH-COUNT
           END-IF.
           MOVE OL-BRANCH-CODE TO SR-BRANCH-CODE.
           MOVE OL-ORDER-NUMBER TO SR-ORDER-NUMBER.
           MOVE OL-ORDER-DATE  TO SR-ORDER-DATE.
           MOVE OL-SHIP-TO-CODE TO SR-SHIP-TO-CODE.
           RELEASE SORT-WORK-RECORD.
           PERFORM READ-ORDER-LINE.

                   MOVE SR-BRANCH-CODE TO OL-BRANCH-CODE
                   MOVE SR-ORDER-NUMBER TO OL-ORDER-NUMBER
                   MOVE SR-ORDER-DATE  TO OL-ORDER-DATE
                   MOVE SR-SHIP-TO-CODE TO OL-SHIP-TO-CODE
           END-RETURN.

       READ-ORDER-LINE.
           ADD 1 TO THE-NUMBER.
           PERFORM VALIDATE-LINE-CUSTOMER.
           IF LINE-ACCEPTED
               PERFORM CHECK-ITEM-STOCK
                   THRU CHECK-ITEM-STOCK-EXIT
           END-IF.
           IF LINE-ACCEPTED
               IF LINE-WHOLLY-BACKORDERED
                   CONTINUE
               ELSE
                   PERFORM CHECK-CREDIT-LIMIT
                       THRU CHECK-CREDIT-LIMIT-EXIT
                   IF LINE-HELD
                       PERFORM WRITE-CREDIT-HOLD-RECORD
                   ELSE
                       PERFORM TALLY-ACCEPTED-LINE
                   END-IF
               END-IF
           ELSE
               PERFORM WRITE-SUSPENSE-RECORD
       OPEN-CREDIT-FILES.
      *    No credit file on the system simply means no limits are
      *    in force tonight.
      *    The franchise groups are loaded with each group's posted
      *    balance once, before the open pick lines add their
      *    dollars to the group's running figure.
           OPEN INPUT CUSTOMER-CREDIT-FILE.
           IF CREDIT-FILE-STATUS = "00"
               MOVE "Y" TO WS-CREDIT-CHECK-SWITCH
               OPEN INPUT CUSTOMER-BALANCE-FILE
               PERFORM LOAD-ACCOUNT-GROUPS
               IF BALANCE-FILE-STATUS = "00"
                   PERFORM ADD-GROUP-POSTED-BALANCES
               END-IF
           END-IF.

       CHECK-CREDIT-LIMIT.
           MOVE "N" TO WS-LINE-HELD-SWITCH.
           MOVE "N" TO WS-GROUP-HOLD-SWITCH.
           IF NOT CREDIT-CHECK-ON
               GO TO CHECK-CREDIT-LIMIT-EXIT
           END-IF.
           PERFORM FIND-LINE-GROUP.
           MOVE OL-CUSTOMER-ID TO CR-CUSTOMER-ID.
           READ CUSTOMER-CREDIT-FILE
               KEY IS CR-CUSTOMER-ID
               INVALID KEY
                   MOVE "N" TO WS-OWN-LIMIT-SWITCH
                   MOVE 0 TO CR-CREDIT-LIMIT
               NOT INVALID KEY
                   MOVE "Y" TO WS-OWN-LIMIT-SWITCH
           END-READ.
           IF NOT OWN-LIMIT-ON-FILE AND NOT GROUP-LIMIT-APPLIES
               GO TO CHECK-CREDIT-LIMIT-EXIT
           END-IF.
           PERFORM COMPUTE-EXTENDED-AMOUNT.
           PERFORM GET-POSTED-BALANCE.
           MOVE OL-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER-ID.
           PERFORM LOOKUP-DAY-ACCUM.
      *    With no accumulator slot the day's earlier lines for this
      *    customer cannot be counted, so the projection cannot be
               MOVE "Y" TO WS-LINE-HELD-SWITCH
               GO TO CHECK-CREDIT-LIMIT-EXIT
           END-IF.
           IF OWN-LIMIT-ON-FILE
               COMPUTE WS-PROJECTED-BALANCE =
                   WS-POSTED-BALANCE
                   + WS-ACCUM-AMOUNT (ACCUM-IDX)
                   + WS-EXTENDED-AMOUNT
               IF WS-PROJECTED-BALANCE > CR-CREDIT-LIMIT
                   MOVE "Y" TO WS-LINE-HELD-SWITCH
                   GO TO CHECK-CREDIT-LIMIT-EXIT
               END-IF
           END-IF.
           IF GROUP-LIMIT-APPLIES
               COMPUTE WS-GROUP-PROJECTED =
                   AH-WS-GROUP-POSTED (AH-GROUP-IDX)
                   + AH-WS-GROUP-DAY (AH-GROUP-IDX)
                   + WS-EXTENDED-AMOUNT
               IF WS-GROUP-PROJECTED > AH-WS-GROUP-LIMIT (AH-GROUP-IDX)
                   MOVE "Y" TO WS-LINE-HELD-SWITCH
                   MOVE "Y" TO WS-GROUP-HOLD-SWITCH
                   GO TO CHECK-CREDIT-LIMIT-EXIT
               END-IF
               ADD WS-EXTENDED-AMOUNT
                   TO AH-WS-GROUP-DAY (AH-GROUP-IDX)
           END-IF.
           ADD WS-EXTENDED-AMOUNT TO WS-ACCUM-AMOUNT (ACCUM-IDX).

       CHECK-CREDIT-LIMIT-EXIT.
           EXIT.

       FIND-LINE-GROUP.
      *    Leaves AH-GROUP-IDX on the line customer's group when the
      *    group's parent carries a group limit.
           MOVE "N" TO WS-GROUP-LIMIT-SWITCH.
           MOVE OL-CUSTOMER-ID TO AH-WS-LOOKUP-ID.
           PERFORM FIND-ACCOUNT-GROUP.
           IF AH-WS-GROUP-FOUND
               IF AH-WS-GROUP-LIMIT (AH-GROUP-IDX) > 0
                   MOVE "Y" TO WS-GROUP-LIMIT-SWITCH
               END-IF
           END-IF.

       GET-POSTED-BALANCE.
           MOVE 0 TO WS-POSTED-BALANCE.
           IF BALANCE-FILE-STATUS = "00"
           END-IF.

       LOOKUP-DAY-ACCUM.
      *    Leaves ACCUM-IDX pointing at WS-LOOKUP-CUSTOMER-ID's
      *    accumulator, creating a zero entry on first sight.
           MOVE "Y" TO WS-ACCUM-TABLED-SWITCH.
           SET ACCUM-IDX TO 1.
           SEARCH WS-ACCUM-ENTRY
                   PERFORM ADD-ACCUM-ENTRY
               WHEN ACCUM-IDX > WS-ACCUM-COUNT
                   PERFORM ADD-ACCUM-ENTRY
               WHEN WS-ACCUM-ID (ACCUM-IDX) = WS-LOOKUP-CUSTOMER-ID
                   CONTINUE
           END-SEARCH.

           IF WS-ACCUM-COUNT < 2000
               ADD 1 TO WS-ACCUM-COUNT
               SET ACCUM-IDX TO WS-ACCUM-COUNT
               MOVE WS-LOOKUP-CUSTOMER-ID
                   TO WS-ACCUM-ID (ACCUM-IDX)
               MOVE 0 TO WS-ACCUM-AMOUNT (ACCUM-IDX)
           ELSE
               DISPLAY "WARNING - credit accumulator table full, "
                   "CUSTOMER " WS-LOOKUP-CUSTOMER-ID " NOT TRACKED"
               MOVE "N" TO WS-ACCUM-TABLED-SWITCH
               MOVE "Y" TO WS-ACCUM-OVERFLOW-SWITCH
           END-IF.

       OPEN-STOCK-FILES.
      *    No item master on the system means no stock positions to
      *    test against - every line ships as keyed, as it always
      *    did before the item master existed.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-STOCK-CHECK-SWITCH
               OPEN I-O BACKORDER-FILE
               IF BACKORDER-STATUS = "05" OR "35"
                   CLOSE BACKORDER-FILE
                   OPEN OUTPUT BACKORDER-FILE
                   CLOSE BACKORDER-FILE
                   OPEN I-O BACKORDER-FILE
               END-IF
           ELSE
               DISPLAY "NO ITEM MASTER - "
                   "STOCK CHECK OFF THIS RUN"
           END-IF.

       CHECK-ITEM-STOCK.
      *    Cuts OL-QUANTITY down to what the item can cover and
      *    backorders the rest. Lines keyed without an item number,
      *    or for an item no longer on the master, ship as keyed -
      *    there is no stock figure to hold them against.
           MOVE "N" TO WS-LINE-BACKORDERED-SWITCH.
           IF NOT STOCK-CHECK-ON
               OR OL-ITEM-NUMBER = SPACES
               GO TO CHECK-ITEM-STOCK-EXIT
           END-IF.
           MOVE OL-ITEM-NUMBER TO IT-ITEM-NUMBER.
           READ ITEM-MASTER-FILE
               KEY IS IT-ITEM-NUMBER
               INVALID KEY
                   GO TO CHECK-ITEM-STOCK-EXIT
           END-READ.
           MOVE OL-ITEM-NUMBER TO WS-LOOKUP-ITEM-NUMBER.
           PERFORM LOOKUP-ITEM-ALLOCATION.
      *    With no allocation slot the night's earlier lines for the
      *    item cannot be counted - ship as keyed and let the
      *    depletion exception report catch any shortfall, rather
      *    than backorder a customer on a guess.
           IF NOT ALLOC-ENTRY-TABLED
               GO TO CHECK-ITEM-STOCK-EXIT
           END-IF.
           COMPUTE WS-AVAILABLE-QUANTITY =
               IT-ON-HAND - WS-ALLOC-QUANTITY (ALLOC-IDX).
           IF WS-AVAILABLE-QUANTITY < 0
               MOVE 0 TO WS-AVAILABLE-QUANTITY
           END-IF.
           IF OL-QUANTITY > WS-AVAILABLE-QUANTITY
               COMPUTE WS-BACKORDER-QUANTITY =
                   OL-QUANTITY - WS-AVAILABLE-QUANTITY
               PERFORM WRITE-BACKORDER-RECORD
               MOVE WS-AVAILABLE-QUANTITY TO OL-QUANTITY
               IF OL-QUANTITY = 0
                   MOVE "Y" TO WS-LINE-BACKORDERED-SWITCH
               END-IF
           END-IF.

       CHECK-ITEM-STOCK-EXIT.
           EXIT.

       LOOKUP-ITEM-ALLOCATION.
      *    Leaves ALLOC-IDX pointing at WS-LOOKUP-ITEM-NUMBER's
      *    allocation, creating a zero entry on first sight.
           MOVE "Y" TO WS-ALLOC-TABLED-SWITCH.
           SET ALLOC-IDX TO 1.
           SEARCH WS-ALLOC-ENTRY
               VARYING ALLOC-IDX
               AT END
                   PERFORM ADD-ALLOC-ENTRY
               WHEN ALLOC-IDX > WS-ALLOC-COUNT
                   PERFORM ADD-ALLOC-ENTRY
               WHEN WS-ALLOC-ITEM (ALLOC-IDX) = WS-LOOKUP-ITEM-NUMBER
                   CONTINUE
           END-SEARCH.

       ADD-ALLOC-ENTRY.
           IF WS-ALLOC-COUNT < 2000
               ADD 1 TO WS-ALLOC-COUNT
               SET ALLOC-IDX TO WS-ALLOC-COUNT
               MOVE WS-LOOKUP-ITEM-NUMBER
                   TO WS-ALLOC-ITEM (ALLOC-IDX)
               MOVE 0 TO WS-ALLOC-QUANTITY (ALLOC-IDX)
           ELSE
               DISPLAY "WARNING - stock allocation table full, "
                   "ITEM " WS-LOOKUP-ITEM-NUMBER " NOT TRACKED"
               MOVE "N" TO WS-ALLOC-TABLED-SWITCH
               MOVE "Y" TO WS-ALLOC-OVERFLOW-SWITCH
           END-IF.

       WRITE-BACKORDER-RECORD.
           COMPUTE WS-BACKORDER-EXTENSION =
               WS-BACKORDER-QUANTITY * OL-UNIT-PRICE.
           ADD 1 TO WS-BACKORDER-COUNT.
           ADD WS-BACKORDER-EXTENSION TO WS-BACKORDER-AMOUNT.
           MOVE OL-ITEM-NUMBER        TO BO-ITEM-NUMBER.
           MOVE WS-TODAY-RUN-DATE     TO BO-BACKORDER-DATE.
           MOVE OL-ORDER-NUMBER       TO BO-ORDER-NUMBER.
           MOVE 0                     TO BO-SEQUENCE.
           MOVE OL-DEPARTMENT         TO BO-DEPARTMENT.
           MOVE OL-CUSTOMER-ID        TO BO-CUSTOMER-ID.
           MOVE WS-BACKORDER-QUANTITY TO BO-QUANTITY.
           MOVE OL-UNIT-PRICE         TO BO-UNIT-PRICE.
           MOVE OL-OPERATOR-ID        TO BO-OPERATOR-ID.
           MOVE OL-BRANCH-CODE        TO BO-BRANCH-CODE.
           MOVE OL-ORDER-DATE         TO BO-ORDER-DATE.
           MOVE OL-SHIP-TO-CODE       TO BO-SHIP-TO-CODE.
           MOVE "N" TO WS-BACKORDER-STORED-SWITCH.
           PERFORM STORE-BACKORDER-RECORD
               UNTIL BACKORDER-STORED.
           DISPLAY "  ** BACKORDERED " WS-BACKORDER-QUANTITY
               " OF ITEM " OL-ITEM-NUMBER " FOR CUSTOMER "
               OL-CUSTOMER-ID " **".

       STORE-BACKORDER-RECORD.
      *    A duplicate key only means a second short line for the
      *    same item on the same order tonight - take the next
      *    sequence.
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

       WRITE-CREDIT-HOLD-RECORD.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-EXTENDED-AMOUNT TO WS-HELD-AMOUNT.
           MOVE OL-BRANCH-CODE     TO CH-BRANCH-CODE.
           MOVE OL-ORDER-NUMBER    TO CH-ORDER-NUMBER.
           MOVE OL-ORDER-DATE      TO CH-ORDER-DATE.
           MOVE OL-SHIP-TO-CODE    TO CH-SHIP-TO-CODE.
           MOVE WS-EXTENDED-AMOUNT TO CH-EXTENDED-AMOUNT.
           MOVE WS-TODAY-RUN-DATE  TO CH-HOLD-DATE.
      *    A group hold carries the group's figures, so the credit
      *    manager sees the exposure that actually stopped the line.
           IF HELD-BY-GROUP-LIMIT
               MOVE AH-WS-GROUP-POSTED (AH-GROUP-IDX)
                   TO CH-POSTED-BALANCE
               MOVE AH-WS-GROUP-LIMIT (AH-GROUP-IDX)
                   TO CH-CREDIT-LIMIT
               DISPLAY "  ** CREDIT HOLD - CUSTOMER " OL-CUSTOMER-ID
                   " OVER GROUP LIMIT OF " AH-WS-PARENT-ID " **"
           ELSE
               MOVE WS-POSTED-BALANCE TO CH-POSTED-BALANCE
               MOVE CR-CREDIT-LIMIT   TO CH-CREDIT-LIMIT
               DISPLAY "  ** CREDIT HOLD - CUSTOMER " OL-CUSTOMER-ID
                   " OVER LIMIT **"
           END-IF.
           WRITE CREDIT-HOLD-RECORD.

       VALIDATE-LINE-CUSTOMER.
      *    A line only reaches the published totals when its customer
           MOVE OL-BRANCH-CODE    TO SU-BRANCH-CODE.
           MOVE OL-ORDER-NUMBER   TO SU-ORDER-NUMBER.
           MOVE OL-ORDER-DATE     TO SU-ORDER-DATE.
           MOVE OL-SHIP-TO-CODE   TO SU-SHIP-TO-CODE.
           MOVE WS-SUSPEND-REASON TO SU-REASON-CODE.
           MOVE WS-TODAY-RUN-DATE TO SU-SUSPENSE-DATE.
           MOVE 0                 TO SU-AGE-DAYS.
           PERFORM COMPUTE-EXTENDED-AMOUNT.
           ADD WS-EXTENDED-AMOUNT TO WS-LINE-TOTAL.
           ADD WS-EXTENDED-AMOUNT TO WS-DEPARTMENT-TOTAL.
           PERFORM WRITE-PICK-LINE.
           IF STOCK-CHECK-ON AND OL-ITEM-NUMBER NOT = SPACES
               MOVE OL-ITEM-NUMBER TO WS-LOOKUP-ITEM-NUMBER
               PERFORM LOOKUP-ITEM-ALLOCATION
               IF ALLOC-ENTRY-TABLED
                   ADD OL-QUANTITY TO WS-ALLOC-QUANTITY (ALLOC-IDX)
               END-IF
           END-IF.
           MOVE OL-CUSTOMER-ID TO THE-MESSAGE.
           DISPLAY THE-NUMBER A-SPACE THE-MESSAGE
               A-SPACE WS-EXTENDED-AMOUNT.

       WRITE-PICK-LINE.
      *    Line numbers run in acceptance order within the order; a
      *    duplicate key just means the order already has that line
      *    from an earlier night (a backorder release, a recycled
      *    line), so take the next one.
           MOVE OL-ORDER-NUMBER   TO PK-ORDER-NUMBER.
           MOVE 1                 TO PK-LINE-NUMBER.
           MOVE OL-DEPARTMENT     TO PK-DEPARTMENT.
           MOVE OL-CUSTOMER-ID    TO PK-CUSTOMER-ID.
           MOVE OL-QUANTITY       TO PK-QUANTITY.
           MOVE OL-UNIT-PRICE     TO PK-UNIT-PRICE.
           MOVE OL-ITEM-NUMBER    TO PK-ITEM-NUMBER.
           MOVE OL-OPERATOR-ID    TO PK-OPERATOR-ID.
           MOVE OL-BRANCH-CODE    TO PK-BRANCH-CODE.
           MOVE OL-ORDER-DATE     TO PK-ORDER-DATE.
           MOVE OL-SHIP-TO-CODE   TO PK-SHIP-TO-CODE.
           MOVE WS-TODAY-RUN-DATE TO PK-ACCEPT-DATE.
           MOVE SPACE             TO PK-TICKET-FLAG.
           MOVE SPACE             TO PK-CONFIRM-FLAG.
           MOVE 0                 TO PK-SHIPPED-QUANTITY.
           MOVE 0                 TO PK-CONFIRM-DATE.
           MOVE SPACES            TO PK-CONFIRM-OPERATOR.
           MOVE "N" TO WS-PICK-STORED-SWITCH.
           PERFORM STORE-PICK-LINE
               UNTIL PICK-LINE-STORED.

       STORE-PICK-LINE.
           WRITE PICK-LINE-RECORD
               INVALID KEY
                   IF PICK-FILE-STATUS = "22"
                       AND PK-LINE-NUMBER < 9999
                       ADD 1 TO PK-LINE-NUMBER
                   ELSE
                       DISPLAY "WARNING - pick line not written, "
                           "ORDER " OL-ORDER-NUMBER
                           " STATUS " PICK-FILE-STATUS
                       MOVE "Y" TO WS-PICK-STORED-SWITCH
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO WS-PICK-STORED-SWITCH
           END-WRITE.

       OPEN-PICK-FILE.
      *    Seeds a missing pick file, then counts every line still on
      *    it against its item and its customer before tonight's
      *    first line is tested: those units are spoken for but not
      *    yet depleted, and those dollars are owed but not yet
      *    posted. A confirmed line counts what the dock shipped.
           OPEN I-O PICK-FILE.
           IF PICK-FILE-STATUS = "05" OR "35"
               CLOSE PICK-FILE
               OPEN OUTPUT PICK-FILE
               CLOSE PICK-FILE
               OPEN I-O PICK-FILE
           END-IF.
           MOVE "N" TO WS-PICK-EOF-SWITCH.
           PERFORM READ-PICK-LINE.
           PERFORM COUNT-ONE-OPEN-PICK-LINE
               UNTIL END-OF-PICK-LINES.

       READ-PICK-LINE.
           READ PICK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PICK-EOF-SWITCH
           END-READ.

       COUNT-ONE-OPEN-PICK-LINE.
           IF PK-CONFIRMED
               MOVE PK-SHIPPED-QUANTITY TO WS-PICK-QUANTITY
           ELSE
               MOVE PK-QUANTITY TO WS-PICK-QUANTITY
           END-IF.
           IF STOCK-CHECK-ON AND PK-ITEM-NUMBER NOT = SPACES
               MOVE PK-ITEM-NUMBER TO WS-LOOKUP-ITEM-NUMBER
               PERFORM LOOKUP-ITEM-ALLOCATION
               IF ALLOC-ENTRY-TABLED
                   ADD WS-PICK-QUANTITY
                       TO WS-ALLOC-QUANTITY (ALLOC-IDX)
               END-IF
           END-IF.
           IF CREDIT-CHECK-ON
               MOVE PK-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER-ID
               PERFORM LOOKUP-DAY-ACCUM
               IF ACCUM-ENTRY-TABLED
                   COMPUTE WS-ACCUM-AMOUNT (ACCUM-IDX) =
                       WS-ACCUM-AMOUNT (ACCUM-IDX)
                       + (WS-PICK-QUANTITY * PK-UNIT-PRICE)
               END-IF
               MOVE PK-CUSTOMER-ID TO AH-WS-LOOKUP-ID
               PERFORM FIND-ACCOUNT-GROUP
               IF AH-WS-GROUP-FOUND
                   COMPUTE AH-WS-GROUP-DAY (AH-GROUP-IDX) =
                       AH-WS-GROUP-DAY (AH-GROUP-IDX)
                       + (WS-PICK-QUANTITY * PK-UNIT-PRICE)
               END-IF
           END-IF.
           PERFORM READ-PICK-LINE.

       PRINT-DEPARTMENT-SUBTOTAL.
           PERFORM LOOKUP-SUBTOTAL-DEPT-NAME.
           DISPLAY "  -- SUBTOTAL FOR DEPARTMENT "
           COMPUTE WS-EXTENDED-AMOUNT =
               OL-QUANTITY * OL-UNIT-PRICE.

           COPY HIERPD.
           COPY HIERBPD.
           COPY RUNLOGPD.
           COPY STATSPD.
