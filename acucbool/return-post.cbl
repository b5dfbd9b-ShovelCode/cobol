      *          copies the posted returns to rtnpost.dat (which the
      *          balance reconciliation totals and the GL extract
      *          nets off the department figures), and clears the
      *          entry file so nothing credits twice. The goods move
      *          too: a resaleable return is added back to the item's
      *          on-hand and logged to stkadj.log as reason RTN (and
      *          queued on the inventory GL feed, invgl.dat, at the
      *          item's cost, for GLEXTR to take back out of cost of
      *          goods sold into inventory), a
      *          damaged one is written to the damaged-goods log at
      *          the item's cost, and every posted return is appended
      *          to rtnhist.dat for the returns-by-item report. A
      *          return whose item has left the master still credits
      *          the customer, is listed on the console, and ends the
      *          step with RC-WARNING so stores can place the goods.
      *          Each memo also gives back the sales tax on the
      *          returned goods at the bill-to state's rate - or
      *          prints the certificate when the customer is exempt
      *          there - and puts it on the sales tax journal
      *          (taxjrnl.dat) for the state returns and the GL
      *          extract. Like the invoice's tax, it is carried in
      *          the ledger's tax receivable, not the customer
      *          balance. Every posted credit is also queued on
      *          comchgbk.dat for the monthly commission run to
      *          charge back against the rep who owns the account,
      *          and nets off the customer period history
      *          (custhist.dat) as it does the department's, and
      *          lands in the return credits column of the customer
      *          profitability file (custprof.dat).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSTED-RETURN-STATUS.

           COPY CMCBSEL.

           SELECT CREDIT-MEMO-NUMBER-FILE ASSIGN TO "crednxt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CREDIT-MEMO-NUMBER-STATUS.
           COPY OPNISEL.
           COPY TXHSSEL.
           COPY DHISSEL.
           COPY CHISSEL.
           COPY CPRFSEL.
           COPY DWTDSEL.
           COPY ITEMSEL.
           COPY SADJSEL.
           COPY IGLSEL.
           COPY DAMGSEL.
           COPY RHSTSEL.
           COPY TAXSEL.
           COPY TXEXSEL.
           COPY TXJRSEL.

           SELECT PRINT-FILE ASSIGN TO "credmemo.prt"
               ORGANIZATION IS SEQUENTIAL
           COPY RTNTREC.

       FD  POSTED-RETURN-FILE.
       01  POSTED-RETURN-RECORD    PIC X(65).

       FD  CHARGEBACK-FILE.
           COPY CMCBREC.

       FD  CREDIT-MEMO-NUMBER-FILE.
       01  CREDIT-MEMO-NUMBER-RECORD.
       FD  DEPT-HISTORY-FILE.
           COPY DHISREC.

       FD  CUST-HISTORY-FILE.
           COPY CHISREC.

       FD  CUST-PROFIT-FILE.
           COPY CPRFREC.

       FD  DEPT-WTD-FILE.
           COPY DWTDREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  STOCK-ADJUST-FILE.
           COPY SADJREC.

       FD  INVENTORY-GL-FILE.
           COPY IGLREC.

       FD  DAMAGED-GOODS-FILE.
           COPY DAMGREC.

       FD  RETURN-HISTORY-FILE.
           COPY RHSTREC.

       FD  TAX-RATE-FILE.
           COPY TAXREC.

       FD  TAX-EXEMPT-FILE.
           COPY TXEXREC.

           COPY TXJRFD.

           COPY PRTRECFD.
           COPY GLPRFD.
           COPY ALERTFD.
       WORKING-STORAGE SECTION.
       01  RETURN-TRANS-STATUS     PIC XX.
       01  POSTED-RETURN-STATUS    PIC XX.
       01  CHARGEBACK-STATUS       PIC XX.
       01  CREDIT-MEMO-NUMBER-STATUS PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  BALANCE-FILE-STATUS     PIC XX.
       01  WS-NEXT-MEMO-NUMBER     PIC 9(8)    VALUE 0.
       01  WS-TODAY-RUN-DATE       PIC 9(8).
       01  WS-DEPT-SUB             PIC 9(3).
       01  ITEM-MASTER-STATUS      PIC XX.
       01  STOCK-ADJUST-STATUS     PIC XX.
       01  DAMAGED-GOODS-STATUS    PIC XX.
       01  RETURN-HISTORY-STATUS   PIC XX.
       01  WS-ITEM-FILE-SWITCH     PIC X       VALUE "N".
           88  ITEM-MASTER-OPEN                VALUE "Y".
       01  WS-RESTOCKED-UNITS      PIC 9(7)    VALUE 0.
       01  WS-DAMAGED-UNITS        PIC 9(7)    VALUE 0.
       01  WS-NOT-RESTOCKED-COUNT  PIC 9(5)    VALUE 0.
       01  WS-ITEM-FOUND-SWITCH    PIC X       VALUE "N".
           88  ITEM-FOUND                      VALUE "Y".
       01  TAX-RATE-STATUS         PIC XX.
       01  TAX-EXEMPT-STATUS       PIC XX.
       01  WS-TAX-CREDITED         PIC S9(9)V99 VALUE 0.

      *    Department credit accumulator, the same table discipline
      *    the GL extract uses, so the memo run ends with one credit
           COPY OPNIWS.
           COPY TXHSWS.
           COPY DHISWS.
           COPY CHISWS.
           COPY CPRFWS.
           COPY DWTDWS.
           COPY TXJRWS.
           COPY IGLWS.

       01  MEMO-NUMBER-LINE.
           05  FILLER              PIC X(13) VALUE "CREDIT MEMO: ".
           05  DTL-EXTENDED        PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(9)  VALUE "  REASON ".
           05  DTL-REASON          PIC X(4).
           05  FILLER              PIC X(7)  VALUE "  ITEM ".
           05  DTL-ITEM-NUMBER     PIC X(11).
           05  DTL-CONDITION       PIC X(10).
           05  FILLER              PIC X(24) VALUE SPACES.

       01  MEMO-TAX-LINE.
           05  FILLER              PIC X(23) VALUE SPACES.
           05  FILLER              PIC X(23) VALUE
               "SALES TAX CREDITED   : ".
           05  MTX-TAX-AMOUNT      PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(7)  VALUE "  STATE".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  MTX-STATE           PIC X(2).
           05  FILLER              PIC X(63) VALUE SPACES.

       01  MEMO-EXEMPT-LINE.
           05  FILLER              PIC X(23) VALUE SPACES.
           05  FILLER              PIC X(23) VALUE
               "TAX EXEMPT - CERT    : ".
           05  MEX-CERTIFICATE     PIC X(20).
           05  FILLER              PIC X(7)  VALUE "  STATE".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  MEX-STATE           PIC X(2).
           05  FILLER              PIC X(56) VALUE SPACES.

       01  MEMO-DEPT-TOTAL-LINE.
           05  FILLER              PIC X(26) VALUE
           05  TOT-AMOUNT          PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(98) VALUE SPACES.

       01  MEMO-GOODS-LINE.
           05  FILLER              PIC X(22) VALUE
               "UNITS RESTOCKED:      ".
           05  TOT-RESTOCKED       PIC ZZZZZZ9.
           05  FILLER              PIC X(19) VALUE
               "   UNITS DAMAGED: ".
           05  TOT-DAMAGED         PIC ZZZZZZ9.
           05  FILLER              PIC X(77) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "RTNPOST" TO RL-WS-PROGRAM-NAME.
           PERFORM CLOSE-FILES.
           PERFORM CLEAR-RETURN-FILE.
           DISPLAY "RETURN POSTING COMPLETE - " WS-POSTED-COUNT
               " CREDIT MEMOS, TOTAL " WS-POSTED-AMOUNT
               ", TAX " WS-TAX-CREDITED.
           DISPLAY "  " WS-RESTOCKED-UNITS " UNITS RESTOCKED, "
               WS-DAMAGED-UNITS " UNITS TO DAMAGED GOODS, "
               WS-NOT-RESTOCKED-COUNT " RETURNS NOT RESTOCKED".
           IF BALANCE-FILE-STATUS = "00" OR "02"
               IF WS-NOT-RESTOCKED-COUNT > 0
                   MOVE RC-WARNING TO RETURN-CODE
               ELSE
                   MOVE RC-NORMAL TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "WARNING - balance file status "
                   BALANCE-FILE-STATUS
           END-IF.
           PERFORM OPEN-OPEN-ITEM-FILE.
           PERFORM OPEN-DEPT-HISTORY-FILE.
           PERFORM OPEN-CUST-HISTORY-FILE.
           PERFORM OPEN-CUST-PROFIT-FILE.
           PERFORM OPEN-DEPT-WTD-FILE.
           OPEN OUTPUT POSTED-RETURN-FILE.
           OPEN EXTEND CHARGEBACK-FILE.
           IF CHARGEBACK-STATUS = "05" OR "35"
               OPEN OUTPUT CHARGEBACK-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           OPEN I-O ITEM-MASTER-FILE.
           IF ITEM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ITEM-FILE-SWITCH
           ELSE
               DISPLAY "WARNING - NO ITEM MASTER, STATUS "
                   ITEM-MASTER-STATUS " - NOTHING RESTOCKED TONIGHT"
           END-IF.
           PERFORM OPEN-INVENTORY-GL-FILE.
           OPEN EXTEND STOCK-ADJUST-FILE.
           IF STOCK-ADJUST-STATUS = "05" OR "35"
               OPEN OUTPUT STOCK-ADJUST-FILE
           END-IF.
           OPEN EXTEND DAMAGED-GOODS-FILE.
           IF DAMAGED-GOODS-STATUS = "05" OR "35"
               OPEN OUTPUT DAMAGED-GOODS-FILE
           END-IF.
           OPEN EXTEND RETURN-HISTORY-FILE.
           IF RETURN-HISTORY-STATUS = "05" OR "35"
               OPEN OUTPUT RETURN-HISTORY-FILE
           END-IF.

       GET-NEXT-MEMO-NUMBER.
      *    Take-and-put-back per memo, the same discipline as the
           COMPUTE OI-WS-AMOUNT = 0 - WS-EXTENDED-AMOUNT.
           PERFORM POST-OPEN-ITEM-AMOUNT.
           PERFORM TALLY-DEPT-CREDIT.
      *    The credit also nets off the department and customer
      *    period histories, so the month's trend reflects what
      *    actually stayed sold.
           MOVE RT-DEPARTMENT TO DH-WS-DEPARTMENT.
           MOVE WS-TODAY-RUN-DATE (1:6) TO DH-WS-PERIOD.
           MOVE 0 TO DH-WS-LINE-COUNT.
           COMPUTE DH-WS-AMOUNT = 0 - WS-EXTENDED-AMOUNT.
           PERFORM POST-DEPT-HISTORY.
           MOVE RT-CUSTOMER-ID TO CH-WS-CUSTOMER-ID.
           MOVE WS-TODAY-RUN-DATE (1:6) TO CH-WS-PERIOD.
           MOVE 0 TO CH-WS-LINE-COUNT.
           COMPUTE CH-WS-AMOUNT = 0 - WS-EXTENDED-AMOUNT.
           PERFORM POST-CUST-HISTORY.
           MOVE RT-CUSTOMER-ID TO PF-WS-CUSTOMER-ID.
           MOVE WS-TODAY-RUN-DATE (1:6) TO PF-WS-PERIOD.
           MOVE "R" TO PF-WS-COLUMN.
           MOVE WS-EXTENDED-AMOUNT TO PF-WS-AMOUNT.
           PERFORM POST-CUST-PROFIT.
           MOVE RT-DEPARTMENT TO DW-WS-DEPARTMENT.
           COMPUTE DW-WS-AMOUNT = 0 - WS-EXTENDED-AMOUNT.
           PERFORM POST-DEPT-WTD.
           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-EXTENDED-AMOUNT TO WS-POSTED-AMOUNT.
           PERFORM PRINT-CREDIT-MEMO.
           PERFORM CREDIT-RETURN-TAX.
           PERFORM PLACE-RETURNED-GOODS.
           PERFORM WRITE-RETURN-HISTORY.
           PERFORM STAMP-LAST-ACTIVITY.
           MOVE RT-CUSTOMER-ID     TO TX-CUSTOMER-ID.
           MOVE WS-TODAY-RUN-DATE  TO TX-POST-DATE.
           PERFORM WRITE-TRANSACTION-HISTORY.
           MOVE RETURN-TRANS-RECORD TO POSTED-RETURN-RECORD.
           WRITE POSTED-RETURN-RECORD.
           MOVE "R"                TO RB-CHARGEBACK-TYPE.
           MOVE RT-CUSTOMER-ID     TO RB-CUSTOMER-ID.
           MOVE RT-DEPARTMENT      TO RB-DEPARTMENT.
           MOVE WS-EXTENDED-AMOUNT TO RB-AMOUNT.
           MOVE WS-TODAY-RUN-DATE  TO RB-ENTRY-DATE.
           WRITE CHARGEBACK-RECORD.
           PERFORM READ-RETURN.

       PLACE-RETURNED-GOODS.
      *    A return keyed before items were carried has no item and
      *    credits only.
           IF RT-ITEM-NUMBER NOT = SPACES
               MOVE 0 TO IT-UNIT-COST
               MOVE "N" TO WS-ITEM-FOUND-SWITCH
               IF ITEM-MASTER-OPEN
                   MOVE RT-ITEM-NUMBER TO IT-ITEM-NUMBER
                   READ ITEM-MASTER-FILE
                       KEY IS IT-ITEM-NUMBER
                       INVALID KEY
                           MOVE 0 TO IT-UNIT-COST
                       NOT INVALID KEY
                           MOVE "Y" TO WS-ITEM-FOUND-SWITCH
                   END-READ
               END-IF
               IF RETURN-DAMAGED
                   PERFORM LOG-DAMAGED-GOODS
               ELSE
                   IF ITEM-FOUND
                       PERFORM RESTOCK-RETURNED-GOODS
                   ELSE
                       ADD 1 TO WS-NOT-RESTOCKED-COUNT
                       DISPLAY "NOT RESTOCKED - ITEM " RT-ITEM-NUMBER
                           " NOT ON MASTER, MEMO "
                           WS-NEXT-MEMO-NUMBER " QTY " RT-QUANTITY
                   END-IF
               END-IF
           END-IF.

       RESTOCK-RETURNED-GOODS.
           MOVE IT-ON-HAND TO SA-BOOK-QUANTITY.
           ADD RT-QUANTITY TO IT-ON-HAND.
           REWRITE ITEM-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-NOT-RESTOCKED-COUNT
                   DISPLAY "NOT RESTOCKED - ITEM " RT-ITEM-NUMBER
                       " REWRITE STATUS " ITEM-MASTER-STATUS
               NOT INVALID KEY
                   ADD RT-QUANTITY TO WS-RESTOCKED-UNITS
                   MOVE RT-ITEM-NUMBER    TO SA-ITEM-NUMBER
                   MOVE IT-DEPARTMENT     TO SA-DEPARTMENT
                   MOVE "RTN"             TO SA-REASON-CODE
                   MOVE 0                 TO SA-COUNTED-QUANTITY
                   MOVE RT-QUANTITY       TO SA-ADJUST-QUANTITY
                   IF IT-UNIT-COST > 0
                       COMPUTE SA-ADJUST-VALUE ROUNDED =
                           RT-QUANTITY * IT-UNIT-COST
                   ELSE
                       COMPUTE SA-ADJUST-VALUE ROUNDED =
                           RT-QUANTITY * IT-UNIT-PRICE
                   END-IF
                   MOVE WS-TODAY-RUN-DATE TO SA-ADJUST-DATE
                   MOVE RT-OPERATOR-ID    TO SA-OPERATOR-ID
                   WRITE STOCK-ADJUST-RECORD
                   PERFORM QUEUE-RESTOCK-COST
           END-REWRITE.

       QUEUE-RESTOCK-COST.
      *    At cost only - unlike the adjustment log, the books never
      *    carry stock at its selling price.
           MOVE "T"               TO IG-WS-ENTRY-TYPE.
           MOVE IT-DEPARTMENT     TO IG-WS-DEPARTMENT.
           MOVE RT-ITEM-NUMBER    TO IG-WS-ITEM-NUMBER.
           MOVE RT-QUANTITY       TO IG-WS-QUANTITY.
           MOVE IT-UNIT-COST      TO IG-WS-UNIT-COST.
           MOVE WS-TODAY-RUN-DATE TO IG-WS-ENTRY-DATE.
           PERFORM WRITE-INVENTORY-GL-ENTRY.

       LOG-DAMAGED-GOODS.
           MOVE RT-ITEM-NUMBER      TO DG-ITEM-NUMBER.
           MOVE RT-DEPARTMENT       TO DG-DEPARTMENT.
           MOVE RT-CUSTOMER-ID      TO DG-CUSTOMER-ID.
           MOVE RT-QUANTITY         TO DG-QUANTITY.
           MOVE IT-UNIT-COST        TO DG-UNIT-COST.
           COMPUTE DG-EXTENDED-COST ROUNDED =
               RT-QUANTITY * IT-UNIT-COST.
           MOVE RT-REASON-CODE      TO DG-REASON-CODE.
           MOVE WS-NEXT-MEMO-NUMBER TO DG-MEMO-NUMBER.
           MOVE WS-TODAY-RUN-DATE   TO DG-POST-DATE.
           MOVE RT-OPERATOR-ID      TO DG-OPERATOR-ID.
           WRITE DAMAGED-GOODS-RECORD.
           ADD RT-QUANTITY TO WS-DAMAGED-UNITS.

       WRITE-RETURN-HISTORY.
           MOVE RT-ITEM-NUMBER      TO RH-ITEM-NUMBER.
           MOVE RT-REASON-CODE      TO RH-REASON-CODE.
           MOVE RT-CONDITION        TO RH-CONDITION.
           MOVE RT-DEPARTMENT       TO RH-DEPARTMENT.
           MOVE RT-CUSTOMER-ID      TO RH-CUSTOMER-ID.
           MOVE RT-QUANTITY         TO RH-QUANTITY.
           MOVE RT-UNIT-PRICE       TO RH-UNIT-PRICE.
           MOVE WS-NEXT-MEMO-NUMBER TO RH-MEMO-NUMBER.
           MOVE WS-TODAY-RUN-DATE   TO RH-POST-DATE.
           MOVE RT-ENTRY-DATE       TO RH-ENTRY-DATE.
           MOVE RT-OPERATOR-ID      TO RH-OPERATOR-ID.
           WRITE RETURN-HISTORY-RECORD.

       STAMP-LAST-ACTIVITY.
      *    A return is activity - the account is alive enough to
      *    bring goods back.
           MOVE RT-UNIT-PRICE      TO DTL-UNIT-PRICE.
           MOVE WS-EXTENDED-AMOUNT TO DTL-EXTENDED.
           MOVE RT-REASON-CODE     TO DTL-REASON.
           MOVE RT-ITEM-NUMBER     TO DTL-ITEM-NUMBER.
           EVALUATE TRUE
               WHEN RETURN-RESALEABLE
                   MOVE "RESTOCK"  TO DTL-CONDITION
               WHEN RETURN-DAMAGED
                   MOVE "DAMAGED"  TO DTL-CONDITION
               WHEN OTHER
                   MOVE SPACES     TO DTL-CONDITION
           END-EVALUATE.
           MOVE " " TO PRINT-CC.
           MOVE MEMO-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
                   MOVE "** CUSTOMER NOT ON FILE **"
                       TO HDR-CUSTOMER-NAME
                   MOVE SPACES TO HDR-ADDRESS-TEXT
                   MOVE SPACES TO TJ-WS-STATE
               NOT INVALID KEY
                   MOVE CUSTOMER-NAME    TO HDR-CUSTOMER-NAME
                   MOVE CUSTOMER-ADDRESS TO HDR-ADDRESS-TEXT
                   MOVE CUSTOMER-STATE   TO TJ-WS-STATE
           END-READ.
           MOVE RT-CUSTOMER-ID TO HDR-CUSTOMER-ID.
           MOVE " " TO PRINT-CC.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       CREDIT-RETURN-TAX.
      *    A return carries no ship-to, so the tax goes back at the
      *    bill-to state's rate (PRINT-CREDIT-TO-BLOCK left the
      *    state); a customer with no master record gets none back.
           MOVE RT-CUSTOMER-ID     TO TJ-WS-CUSTOMER-ID.
           MOVE WS-TODAY-RUN-DATE  TO TJ-WS-AS-OF-DATE.
           MOVE WS-EXTENDED-AMOUNT TO TJ-WS-AMOUNT.
           PERFORM FIGURE-REVERSED-TAX.
           MOVE " " TO PRINT-CC.
           IF TJ-WS-EXEMPT
               MOVE TJ-WS-CERTIFICATE TO MEX-CERTIFICATE
               MOVE TJ-WS-STATE       TO MEX-STATE
               MOVE MEMO-EXEMPT-LINE  TO PRINT-TEXT
           ELSE
               MOVE TJ-WS-TAX-AMOUNT  TO MTX-TAX-AMOUNT
               MOVE TJ-WS-STATE       TO MTX-STATE
               MOVE MEMO-TAX-LINE     TO PRINT-TEXT
           END-IF.
           PERFORM WRITE-DETAIL-LINE.
           ADD TJ-WS-TAX-AMOUNT TO WS-TAX-CREDITED.
           MOVE TJ-WS-STATE         TO TJ-STATE.
           MOVE WS-TODAY-RUN-DATE   TO TJ-POST-DATE.
           MOVE "RTN"               TO TJ-SOURCE.
           MOVE RT-CUSTOMER-ID      TO TJ-CUSTOMER-ID.
           MOVE WS-NEXT-MEMO-NUMBER TO TJ-DOCUMENT-NUMBER.
           IF TJ-WS-EXEMPT
               MOVE 0 TO TJ-TAXABLE-AMOUNT
               COMPUTE TJ-EXEMPT-AMOUNT = 0 - WS-EXTENDED-AMOUNT
           ELSE
               COMPUTE TJ-TAXABLE-AMOUNT = 0 - WS-EXTENDED-AMOUNT
               MOVE 0 TO TJ-EXEMPT-AMOUNT
           END-IF.
           COMPUTE TJ-TAX-AMOUNT = 0 - TJ-WS-TAX-AMOUNT.
           PERFORM WRITE-TAX-JOURNAL.

       PRINT-DEPT-SUBTOTALS.
           PERFORM PRINT-ONE-DEPT-SUBTOTAL
               VARYING WS-DEPT-SUB FROM 1 BY 1
           MOVE MEMO-TOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           MOVE WS-RESTOCKED-UNITS TO TOT-RESTOCKED.
           MOVE WS-DAMAGED-UNITS   TO TOT-DAMAGED.
           MOVE " " TO PRINT-CC.
           MOVE MEMO-GOODS-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       CLOSE-FILES.
           CLOSE RETURN-TRANS-FILE.
           CLOSE POSTED-RETURN-FILE.
           CLOSE CHARGEBACK-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE CUSTOMER-BALANCE-FILE.
           CLOSE OPEN-ITEM-FILE.
           CLOSE DEPT-HISTORY-FILE.
           CLOSE CUST-HISTORY-FILE.
           CLOSE CUST-PROFIT-FILE.
           CLOSE DEPT-WTD-FILE.
           CLOSE PRINT-FILE.
           IF ITEM-MASTER-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           CLOSE STOCK-ADJUST-FILE.
           CLOSE INVENTORY-GL-FILE.
           CLOSE DAMAGED-GOODS-FILE.
           CLOSE RETURN-HISTORY-FILE.

       CLEAR-RETURN-FILE.
      *    Posted means posted - an empty entry file is what keeps
           COPY OPNIPD.
           COPY TXHSPD.
           COPY DHISPD.
           COPY CHISPD.
           COPY CPRFPD.
           COPY DWTDPD.
           COPY TXJRPD.
           COPY IGLPD.
