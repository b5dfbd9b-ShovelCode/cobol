      *          Deactivating an item (flag I) blocks new order lines
      *          against it while keeping its history valid. The
      *          department is validated against the department
      *          master when one is on the system, and the item's
      *          vendor against the vendor master the same way. The
      *          reorder point and reorder quantity drive the nightly
      *          purchase order suggestions; a zero reorder point
      *          leaves the item off them. The unit cost is keyed
      *          here (zero until known) and kept current by costed
      *          receipts; inquiry shows the margin it leaves, and
      *          the ABC class the monthly velocity run gave the
      *          item (a new item starts unclassified).
      *          A price change can be keyed ahead with an effective
      *          date (F) - it waits in prcchg.dat until the nightly
      *          PRCAPPLY step puts it on the item - and every price
      *          set or changed here is written to the price history
      *          file with the old and new price and the operator.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ITEMSEL.
           COPY DEPTSEL.
           COPY VENDSEL.
           COPY PCHGSEL.
           COPY PHSTSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       FD  DEPARTMENT-FILE.
           COPY DEPTREC.

       FD  VENDOR-FILE.
           COPY VENDREC.

       FD  PRICE-CHANGE-FILE.
           COPY PCHGREC.

       FD  PRICE-HISTORY-FILE.
           COPY PHSTREC.

           COPY OPERFD.
           COPY RUNLOGFD.

           88  DEPT-VALIDATION-ON              VALUE "Y".
       01  WS-DEPT-OK-SWITCH       PIC X       VALUE "N".
           88  DEPARTMENT-ACCEPTED             VALUE "Y".
       01  VENDOR-FILE-STATUS      PIC XX.
       01  WS-VENDOR-CHECK-SWITCH  PIC X       VALUE "N".
           88  VENDOR-VALIDATION-ON            VALUE "Y".
       01  WS-VENDOR-OK-SWITCH     PIC X       VALUE "N".
           88  VENDOR-ACCEPTED                 VALUE "Y".
       01  WS-REORDER-DISPLAY      PIC ZZZZZZ9.
       01  WS-ENTERED-FLAG         PIC X.
       01  WS-PRICE-DISPLAY        PIC ZZZZ9.99-.
       01  WS-ON-HAND-DISPLAY      PIC ZZZZZZ9-.
       01  WS-MARGIN-DISPLAY       PIC ZZZZ9.9-.
       01  PRICE-CHANGE-STATUS     PIC XX.
       01  WS-OLD-PRICE            PIC S9(5)V99.
       01  WS-ADD-OK-SWITCH        PIC X       VALUE "N".
           88  ITEM-ADDED                      VALUE "Y".
       01  WS-DATE-OK-SWITCH       PIC X       VALUE "N".
           88  EFFECTIVE-DATE-ACCEPTED         VALUE "Y".
       01  WS-PENDING-SWITCH       PIC X       VALUE "N".
           88  NO-MORE-PENDING                 VALUE "Y".
       01  WS-PENDING-COUNT        PIC 9(3)    VALUE 0.
       01  WS-REPLACE-ANSWER       PIC X.
       01  WS-DATE-CHECK           PIC 9(8).

           COPY OPERWS.
           COPY PHSTWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY VALIDWS.
           PERFORM PROCESS-ONE-TRANSACTION
               UNTIL OPERATOR-DONE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE PRICE-CHANGE-FILE.
           CLOSE PRICE-HISTORY-FILE.
           IF DEPT-VALIDATION-ON
               CLOSE DEPARTMENT-FILE
           END-IF.
           IF VENDOR-VALIDATION-ON
               CLOSE VENDOR-FILE
           END-IF.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.
               CLOSE ITEM-MASTER-FILE
               OPEN I-O ITEM-MASTER-FILE
           END-IF.
           OPEN I-O PRICE-CHANGE-FILE.
           IF PRICE-CHANGE-STATUS = "05" OR "35"
               CLOSE PRICE-CHANGE-FILE
               OPEN OUTPUT PRICE-CHANGE-FILE
               CLOSE PRICE-CHANGE-FILE
               OPEN I-O PRICE-CHANGE-FILE
           END-IF.
           PERFORM OPEN-PRICE-HISTORY-FILE.
           PERFORM GET-BUSINESS-DATE.
           OPEN INPUT DEPARTMENT-FILE.
           IF DEPARTMENT-FILE-STATUS = "00"
               MOVE "Y" TO WS-DEPT-CHECK-SWITCH
               DISPLAY "NO DEPARTMENT MASTER - department keying is "
                   "unchecked this session."
           END-IF.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS = "00"
               MOVE "Y" TO WS-VENDOR-CHECK-SWITCH
           ELSE
               DISPLAY "NO VENDOR MASTER - vendor keying is "
                   "unchecked this session."
           END-IF.

       PROCESS-ONE-TRANSACTION.
           DISPLAY "ITEM MAINTENANCE - "
               "A)dd U)pdate F)uture price I)nquiry Q)uit".
           ACCEPT WS-TRANSACTION-CODE.
           EVALUATE WS-TRANSACTION-CODE
               WHEN "A"
               WHEN "U"
               WHEN "u"
                   PERFORM UPDATE-TRANSACTION
               WHEN "F"
               WHEN "f"
                   PERFORM FUTURE-PRICE-TRANSACTION
               WHEN "I"
               WHEN "i"
                   PERFORM INQUIRY-TRANSACTION
               WHEN "q"
                   MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid transaction code - enter A/U/F/I/Q."
           END-EVALUATE.

       ADD-TRANSACTION.
           ACCEPT IT-DESCRIPTION.
           PERFORM GET-VALID-DEPARTMENT.
           PERFORM GET-UNIT-PRICE.
           PERFORM GET-UNIT-COST.
           PERFORM GET-ACTIVE-FLAG.
           MOVE WS-ENTERED-FLAG TO IT-ACTIVE-FLAG.
           PERFORM GET-REPLENISHMENT.
      *    On-hand belongs to the receiving dock, not this screen -
      *    a new item starts at zero and RECVENTR builds it up.
           MOVE 0 TO IT-ON-HAND.
           MOVE SPACE TO IT-ABC-CLASS.
           MOVE "N" TO WS-ADD-OK-SWITCH.
           WRITE ITEM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REJECTED - item " IT-ITEM-NUMBER
                       " already on file"
               NOT INVALID KEY
                   MOVE "Y" TO WS-ADD-OK-SWITCH
           END-WRITE.
           IF ITEM-ADDED
               MOVE 0   TO WS-OLD-PRICE
               MOVE "A" TO PH-WS-CHANGE-SOURCE
               PERFORM RECORD-PRICE-CHANGE
           END-IF.

       UPDATE-TRANSACTION.
           DISPLAY "ENTER ITEM NUMBER TO UPDATE:".
                   DISPLAY "ENTER NEW DESCRIPTION:"
                   ACCEPT IT-DESCRIPTION
                   PERFORM GET-VALID-DEPARTMENT
                   MOVE IT-UNIT-PRICE TO WS-OLD-PRICE
                   PERFORM GET-UNIT-PRICE
                   PERFORM GET-UNIT-COST
                   PERFORM GET-ACTIVE-FLAG
                   MOVE WS-ENTERED-FLAG TO IT-ACTIVE-FLAG
                   PERFORM GET-REPLENISHMENT
                   REWRITE ITEM-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "UPDATE FAILED, STATUS "
                               ITEM-MASTER-STATUS
                       NOT INVALID KEY
                           IF IT-UNIT-PRICE NOT = WS-OLD-PRICE
                               MOVE "I" TO PH-WS-CHANGE-SOURCE
                               PERFORM RECORD-PRICE-CHANGE
                           END-IF
                   END-REWRITE
           END-READ.

                   DISPLAY "DESCRIPTION: " IT-DESCRIPTION
                   DISPLAY "DEPARTMENT : " IT-DEPARTMENT
                   DISPLAY "UNIT PRICE : " WS-PRICE-DISPLAY
                   MOVE IT-UNIT-COST  TO WS-PRICE-DISPLAY
                   DISPLAY "UNIT COST  : " WS-PRICE-DISPLAY
                   IF IT-UNIT-COST > 0 AND IT-UNIT-PRICE NOT = 0
                       COMPUTE WS-MARGIN-DISPLAY ROUNDED =
                           (IT-UNIT-PRICE - IT-UNIT-COST) * 100
                               / IT-UNIT-PRICE
                       DISPLAY "MARGIN %   : " WS-MARGIN-DISPLAY
                   END-IF
                   DISPLAY "ON HAND    : " WS-ON-HAND-DISPLAY
                   DISPLAY "ACTIVE     : " IT-ACTIVE-FLAG
                   DISPLAY "ABC CLASS  : " IT-ABC-CLASS
                   DISPLAY "VENDOR     : " IT-VENDOR-ID
                   MOVE IT-REORDER-POINT TO WS-REORDER-DISPLAY
                   DISPLAY "REORDER PT : " WS-REORDER-DISPLAY
                   MOVE IT-REORDER-QUANTITY TO WS-REORDER-DISPLAY
                   DISPLAY "REORDER QTY: " WS-REORDER-DISPLAY
                   PERFORM SHOW-PENDING-PRICES
           END-READ.

       RECORD-PRICE-CHANGE.
      *    Price keyed here takes effect at once, so the history
      *    entry is dated the business date.
           MOVE IT-ITEM-NUMBER   TO PH-WS-ITEM-NUMBER.
           MOVE WS-BUSINESS-DATE TO PH-WS-EFFECTIVE-DATE.
           MOVE WS-OLD-PRICE     TO PH-WS-OLD-PRICE.
           MOVE IT-UNIT-PRICE    TO PH-WS-NEW-PRICE.
           MOVE OP-SIGNED-ON-ID  TO PH-WS-OPERATOR-ID.
           PERFORM WRITE-PRICE-HISTORY.

       FUTURE-PRICE-TRANSACTION.
      *    The change waits in prcchg.dat; PRCAPPLY moves it onto
      *    the item the night before its effective date so it is in
      *    force when the desk opens that morning.
           DISPLAY "ENTER ITEM NUMBER FOR PRICE CHANGE:".
           ACCEPT IT-ITEM-NUMBER.
           READ ITEM-MASTER-FILE
               KEY IS IT-ITEM-NUMBER
               INVALID KEY
                   DISPLAY "ITEM NOT FOUND."
               NOT INVALID KEY
                   MOVE IT-UNIT-PRICE TO WS-PRICE-DISPLAY
                   DISPLAY "CURRENT PRICE: " WS-PRICE-DISPLAY
                   PERFORM SHOW-PENDING-PRICES
                   PERFORM GET-UNIT-PRICE
                   PERFORM GET-EFFECTIVE-DATE
                   PERFORM FILE-FUTURE-PRICE
           END-READ.

       GET-EFFECTIVE-DATE.
      *    Must be a real calendar date after today's business date
      *    - a change for today is keyed through U)pdate instead.
           MOVE "N" TO WS-DATE-OK-SWITCH.
           PERFORM UNTIL EFFECTIVE-DATE-ACCEPTED
               DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD):"
               ACCEPT WS-DATE-CHECK
               IF WS-DATE-CHECK IS NUMERIC
                   AND WS-DATE-CHECK > WS-BUSINESS-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK)
                           = 0
                       MOVE "Y" TO WS-DATE-OK-SWITCH
                   ELSE
                       DISPLAY "Not a valid date. Try again."
                   END-IF
               ELSE
                   DISPLAY "Enter a date after " WS-BUSINESS-DATE
                       ". Try again."
               END-IF
           END-PERFORM.

       FILE-FUTURE-PRICE.
           MOVE IT-ITEM-NUMBER  TO PC-ITEM-NUMBER.
           MOVE WS-DATE-CHECK   TO PC-EFFECTIVE-DATE.
           READ PRICE-CHANGE-FILE
               KEY IS PC-CHANGE-KEY
               INVALID KEY
                   PERFORM BUILD-PRICE-CHANGE
                   WRITE PRICE-CHANGE-RECORD
                       INVALID KEY
                           DISPLAY "PRICE CHANGE NOT FILED, STATUS "
                               PRICE-CHANGE-STATUS
                       NOT INVALID KEY
                           DISPLAY "PRICE CHANGE FILED FOR "
                               WS-DATE-CHECK "."
                   END-WRITE
               NOT INVALID KEY
                   MOVE PC-NEW-PRICE TO WS-PRICE-DISPLAY
                   DISPLAY "A CHANGE TO " WS-PRICE-DISPLAY
                       " IS ALREADY PENDING FOR THAT DATE."
                   DISPLAY "R)EPLACE IT, D)ELETE IT, OR "
                       "ANYTHING ELSE TO LEAVE IT:"
                   ACCEPT WS-REPLACE-ANSWER
                   EVALUATE WS-REPLACE-ANSWER
                       WHEN "R"
                       WHEN "r"
                           PERFORM BUILD-PRICE-CHANGE
                           REWRITE PRICE-CHANGE-RECORD
                           DISPLAY "PENDING CHANGE REPLACED."
                       WHEN "D"
                       WHEN "d"
                           DELETE PRICE-CHANGE-FILE RECORD
                           DISPLAY "PENDING CHANGE DELETED."
                       WHEN OTHER
                           DISPLAY "PENDING CHANGE LEFT AS IT WAS."
                   END-EVALUATE
           END-READ.

       BUILD-PRICE-CHANGE.
           MOVE IT-ITEM-NUMBER   TO PC-ITEM-NUMBER.
           MOVE WS-DATE-CHECK    TO PC-EFFECTIVE-DATE.
           MOVE IT-UNIT-PRICE    TO PC-NEW-PRICE.
           MOVE OP-SIGNED-ON-ID  TO PC-OPERATOR-ID.
           MOVE WS-BUSINESS-DATE TO PC-ENTRY-DATE.

       SHOW-PENDING-PRICES.
           MOVE 0   TO WS-PENDING-COUNT.
           MOVE "N" TO WS-PENDING-SWITCH.
           MOVE IT-ITEM-NUMBER TO PC-ITEM-NUMBER.
           MOVE 0              TO PC-EFFECTIVE-DATE.
           START PRICE-CHANGE-FILE KEY IS NOT LESS THAN PC-CHANGE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PENDING-SWITCH
           END-START.
           PERFORM SHOW-ONE-PENDING-PRICE
               UNTIL NO-MORE-PENDING.
           IF WS-PENDING-COUNT = 0
               DISPLAY "PENDING    : NO PRICE CHANGES PENDING"
           END-IF.

       SHOW-ONE-PENDING-PRICE.
           READ PRICE-CHANGE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PENDING-SWITCH
           END-READ.
           IF NOT NO-MORE-PENDING
               IF PC-ITEM-NUMBER NOT = IT-ITEM-NUMBER
                   MOVE "Y" TO WS-PENDING-SWITCH
               ELSE
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE PC-NEW-PRICE TO WS-PRICE-DISPLAY
                   DISPLAY "PENDING    : " WS-PRICE-DISPLAY
                       " EFFECTIVE " PC-EFFECTIVE-DATE
                       " BY " PC-OPERATOR-ID
               END-IF
           END-IF.

       GET-VALID-DEPARTMENT.
           MOVE "N" TO WS-DEPT-OK-SWITCH.
           END-PERFORM.
           MOVE VAL-NUMERIC-FIELD TO IT-UNIT-PRICE.

       GET-UNIT-COST.
      *    Zero is allowed - the cost may not be known until the
      *    first costed receipt. A cost above the selling price is
      *    accepted but called out, since every sale loses money.
           DISPLAY "ENTER UNIT COST (IMPLIED 2 DECIMALS, 0 = "
               "NOT YET KNOWN):".
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
                   AND VAL-NUMERIC-FIELD NOT < 0
                   AND VAL-NUMERIC-FIELD NOT > 99999.99
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               ELSE
                   IF VAL-NUMERIC-FIELD < 0
                       OR VAL-NUMERIC-FIELD > 99999.99
                       DISPLAY "Cost must be 0 to 99999.99. "
                           "Try again."
                   END-IF
               END-IF
           END-PERFORM.
           MOVE VAL-NUMERIC-FIELD TO IT-UNIT-COST.
           IF IT-UNIT-COST > IT-UNIT-PRICE
               DISPLAY "WARNING - unit cost is above the unit price; "
                   "every sale of this item loses money."
           END-IF.

       GET-REPLENISHMENT.
           PERFORM GET-VALID-VENDOR.
           DISPLAY "ENTER REORDER POINT (0 = NEVER SUGGEST):".
           PERFORM ACCEPT-REORDER-FIGURE.
           MOVE VAL-NUMERIC-FIELD TO IT-REORDER-POINT.
           DISPLAY "ENTER REORDER QUANTITY:".
           PERFORM ACCEPT-REORDER-FIGURE.
           MOVE VAL-NUMERIC-FIELD TO IT-REORDER-QUANTITY.

       GET-VALID-VENDOR.
      *    A blank vendor is allowed - the item simply cannot be
      *    released on a PO until the buyer names one.
           MOVE "N" TO WS-VENDOR-OK-SWITCH.
           PERFORM UNTIL VENDOR-ACCEPTED
               DISPLAY "ENTER VENDOR ID (BLANK IF NONE):"
               ACCEPT IT-VENDOR-ID
               IF VENDOR-VALIDATION-ON AND IT-VENDOR-ID NOT = SPACES
                   MOVE IT-VENDOR-ID TO VN-VENDOR-ID
                   READ VENDOR-FILE
                       KEY IS VN-VENDOR-ID
                       INVALID KEY
                           DISPLAY "VENDOR NOT ON MASTER - "
                               "TRY AGAIN."
                       NOT INVALID KEY
                           MOVE "Y" TO WS-VENDOR-OK-SWITCH
                   END-READ
               ELSE
                   MOVE "Y" TO WS-VENDOR-OK-SWITCH
               END-IF
           END-PERFORM.

       ACCEPT-REORDER-FIGURE.
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
                   AND VAL-NUMERIC-FIELD NOT < 0
                   AND VAL-NUMERIC-FIELD NOT > 9999999
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               ELSE
                   IF VAL-NUMERIC-FIELD < 0
                       OR VAL-NUMERIC-FIELD > 9999999
                       DISPLAY "Enter 0 to 9999999. Try again."
                   END-IF
               END-IF
           END-PERFORM.

       GET-ACTIVE-FLAG.
           MOVE SPACE TO WS-ENTERED-FLAG.
           PERFORM UNTIL WS-ENTERED-FLAG = "A" OR "I"
           END-PERFORM.

           COPY OPERPD.
           COPY PHSTPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
