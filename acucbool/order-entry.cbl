      *          supervisor. The customer must exist on CUSTOMER-FILE
      *          and not be closed, and the quantity must be numeric
      *          and non-zero, before the line is appended to the
      *          order file. A customer with ship-to addresses on
      *          shipto.dat is asked which one each new order goes
      *          to; blank ships to the bill-to address. With no
      *          item master on the system the session falls back to
      *          keying department and price by hand, as it always
      *          worked. Errors caught at the
      *          keyboard are a hundred times cheaper than errors
      *          found in the nightly totals.
      ******************************************************************

           COPY DEPTSEL.
           COPY ITEMSEL.
           COPY SHIPSEL.
           COPY BRCHSEL.
           COPY ORDNXSEL.
           COPY PRAGSEL.
       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  SHIP-TO-FILE.
           COPY SHIPREC.

       FD  BRANCH-FILE.
           COPY BRCHREC.

       01  WS-ITEM-OK-SWITCH       PIC X       VALUE "N".
           88  ITEM-ACCEPTED                   VALUE "Y".
       01  WS-OVERRIDE-ANSWER      PIC X.
       01  SHIP-TO-STATUS          PIC XX.
       01  WS-SHIP-TO-CHECK-SWITCH PIC X       VALUE "N".
           88  SHIP-TO-LOOKUP-ON               VALUE "Y".
       01  WS-SHIP-TO-OK-SWITCH    PIC X.
           88  SHIP-TO-ACCEPTED                VALUE "Y".
       01  WS-ORDER-SHIP-TO-CODE   PIC X(4)    VALUE SPACES.
       01  BRANCH-FILE-STATUS      PIC XX.
       01  WS-BRANCH-CHECK-SWITCH  PIC X       VALUE "N".
           88  BRANCH-VALIDATION-ON            VALUE "Y".
       01  WS-PREV-ORDER-CUSTOMER  PIC X(10)   VALUE SPACES.
       01  WS-SESSION-ORDER-NUMBER PIC 9(8)    VALUE 0.
       01  WS-PRICE-DISPLAY        PIC ZZZZ9.99-.
       01  WS-ON-HAND-DISPLAY      PIC ZZZZZZ9-.

           COPY BULLWS.
           COPY OPERWS.
               DISPLAY "NO ITEM MASTER - department and price are "
                   "keyed by hand this session."
           END-IF.
      *    No ship-to file means no customer has one yet - every
      *    order ships to the bill-to address without asking.
           OPEN INPUT SHIP-TO-FILE.
           IF SHIP-TO-STATUS = "00"
               MOVE "Y" TO WS-SHIP-TO-CHECK-SWITCH
           END-IF.
           OPEN INPUT BRANCH-FILE.
           IF BRANCH-FILE-STATUS = "00"
               MOVE "Y" TO WS-BRANCH-CHECK-SWITCH
       ENTER-ONE-ORDER-LINE.
           PERFORM GET-VALID-CUSTOMER.
           IF CUSTOMER-ACCEPTED
               IF OL-CUSTOMER-ID NOT = WS-PREV-ORDER-CUSTOMER
                   PERFORM GET-VALID-SHIP-TO
               END-IF
               IF ITEM-LOOKUP-ON
                   PERFORM GET-VALID-ITEM
                   PERFORM GET-VALID-QUANTITY
      *    everybody.
               MOVE OP-SIGNED-ON-ID TO OL-OPERATOR-ID
               MOVE WS-SESSION-BRANCH TO OL-BRANCH-CODE
               MOVE WS-ORDER-SHIP-TO-CODE TO OL-SHIP-TO-CODE
               PERFORM SET-LINE-ORDER-NUMBER
               PERFORM RECORD-AGREEMENT-USAGE
               WRITE ORDER-LINE-RECORD
               END-READ
           END-IF.

       GET-VALID-SHIP-TO.
      *    Asked once per order, when the customer changes - every
      *    line of the order ships to the same place. The ship-to
      *    must belong to this customer and be active.
           MOVE SPACES TO WS-ORDER-SHIP-TO-CODE.
           IF SHIP-TO-LOOKUP-ON
               MOVE "N" TO WS-SHIP-TO-OK-SWITCH
               PERFORM UNTIL SHIP-TO-ACCEPTED
                   DISPLAY "ENTER SHIP-TO CODE (BLANK = BILL-TO "
                       "ADDRESS):"
                   ACCEPT WS-ORDER-SHIP-TO-CODE
                   IF WS-ORDER-SHIP-TO-CODE = SPACES
                       MOVE "Y" TO WS-SHIP-TO-OK-SWITCH
                   ELSE
                       MOVE OL-CUSTOMER-ID TO ST-CUSTOMER-ID
                       MOVE WS-ORDER-SHIP-TO-CODE TO ST-SHIP-TO-CODE
                       READ SHIP-TO-FILE
                           KEY IS ST-SHIP-TO-KEY
                           INVALID KEY
                               DISPLAY "NO SUCH SHIP-TO FOR THIS "
                                   "CUSTOMER - TRY AGAIN."
                           NOT INVALID KEY
                               IF SHIP-TO-ACTIVE
                                   MOVE "Y" TO WS-SHIP-TO-OK-SWITCH
                                   DISPLAY "SHIP TO: " ST-NAME " "
                                       ST-CITY " " ST-STATE
                               ELSE
                                   DISPLAY "SHIP-TO IS INACTIVE - "
                                       "TRY AGAIN."
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

       GET-VALID-DEPARTMENT.
           MOVE "N" TO WS-DEPT-OK-SWITCH.
           PERFORM UNTIL DEPARTMENT-ACCEPTED
           DISPLAY "ENTER QUANTITY:".
           PERFORM ACCEPT-NONZERO-NUMBER.
           MOVE VAL-NUMERIC-FIELD TO OL-QUANTITY.
      *    Only a warning - the line is still taken as keyed, and the
      *    order run ships what is on hand tonight and backorders the
      *    rest, so the operator can tell the customer now.
           IF ITEM-LOOKUP-ON
               AND OL-ITEM-NUMBER NOT = SPACES
               AND OL-QUANTITY > IT-ON-HAND
               MOVE IT-ON-HAND TO WS-ON-HAND-DISPLAY
               DISPLAY "ONLY " WS-ON-HAND-DISPLAY " ON HAND - THE "
                   "REST WILL GO TO BACKORDER TONIGHT."
           END-IF.

       GET-VALID-UNIT-PRICE.
           DISPLAY "ENTER UNIT PRICE (IMPLIED 2 DECIMALS):".
           IF ITEM-LOOKUP-ON
               CLOSE ITEM-MASTER-FILE
           END-IF.
           IF SHIP-TO-LOOKUP-ON
               CLOSE SHIP-TO-FILE
           END-IF.
           IF BRANCH-VALIDATION-ON
               CLOSE BRANCH-FILE
           END-IF.
