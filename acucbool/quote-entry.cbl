       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTENT.
      ******************************************************************
      * Purpose: Sales quote entry. The sales desk keys the quote
      *          here instead of in a word processor, so the price on
      *          the quote is the price the order will carry: each
      *          line prices from the item master and the customer's
      *          price agreement exactly as ORDENTRY prices it, and
      *          only a supervisor may override. The customer must
      *          exist and not be closed; a customer with ship-to
      *          addresses is asked which one the quote is for. Each
      *          quote draws its own number from quotnxt.dat and is
      *          good for a number of days the desk keys (30 when
      *          left blank). The quote document prints from QUOTPRT;
      *          when the customer says yes, QUOTCONV turns the quote
      *          into order lines without re-keying.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY QUOTSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY DEPTSEL.
           COPY ITEMSEL.
           COPY SHIPSEL.
           COPY BRCHSEL.
           COPY QTNXSEL.
           COPY PRAGSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE.
           COPY QUOTREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  DEPARTMENT-FILE.
           COPY DEPTREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  SHIP-TO-FILE.
           COPY SHIPREC.

       FD  BRANCH-FILE.
           COPY BRCHREC.

           COPY QTNXFD.
           COPY PRAGFD.

           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  QUOTE-FILE-STATUS       PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-QUOTE-DONE-SWITCH    PIC X       VALUE "N".
           88  QUOTE-DONE                      VALUE "Y".
       01  WS-ANOTHER-LINE         PIC X.
       01  WS-QUOTE-COUNT          PIC 9(5)    VALUE 0.
       01  WS-CUSTOMER-OK-SWITCH   PIC X       VALUE "N".
           88  CUSTOMER-ACCEPTED               VALUE "Y".
       01  DEPARTMENT-FILE-STATUS  PIC XX.
       01  WS-DEPT-CHECK-SWITCH    PIC X       VALUE "N".
           88  DEPT-VALIDATION-ON              VALUE "Y".
       01  WS-DEPT-OK-SWITCH       PIC X       VALUE "N".
           88  DEPARTMENT-ACCEPTED             VALUE "Y".
       01  ITEM-MASTER-STATUS      PIC XX.
       01  WS-ITEM-CHECK-SWITCH    PIC X       VALUE "N".
           88  ITEM-LOOKUP-ON                  VALUE "Y".
       01  WS-ITEM-OK-SWITCH       PIC X       VALUE "N".
           88  ITEM-ACCEPTED                   VALUE "Y".
       01  WS-OVERRIDE-ANSWER      PIC X.
       01  SHIP-TO-STATUS          PIC XX.
       01  WS-SHIP-TO-CHECK-SWITCH PIC X       VALUE "N".
           88  SHIP-TO-LOOKUP-ON               VALUE "Y".
       01  WS-SHIP-TO-OK-SWITCH    PIC X.
           88  SHIP-TO-ACCEPTED                VALUE "Y".
       01  BRANCH-FILE-STATUS      PIC XX.
       01  WS-BRANCH-CHECK-SWITCH  PIC X       VALUE "N".
           88  BRANCH-VALIDATION-ON            VALUE "Y".
       01  WS-BRANCH-OK-SWITCH     PIC X.
           88  BRANCH-ACCEPTED                 VALUE "Y".
       01  WS-SESSION-BRANCH       PIC X(4).

      *    Everything every line of the quote being keyed shares.
       01  WS-QUOTE-HEADER.
           05  WS-QUOTE-NUMBER     PIC 9(8).
           05  WS-QUOTE-CUSTOMER   PIC X(10).
           05  WS-QUOTE-SHIP-TO    PIC X(4).
           05  WS-QUOTE-DATE       PIC 9(8).
           05  WS-QUOTE-EXPIRY     PIC 9(8).
       01  WS-QUOTE-LINE-COUNT     PIC 9(3).
       01  WS-QUOTE-TOTAL          PIC S9(9)V99.
       01  WS-VALID-DAYS           PIC 9(3).
       01  WS-DATE-INTEGER         PIC 9(7).
       01  WS-PRICE-DISPLAY        PIC ZZZZ9.99-.
       01  WS-TOTAL-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99-.

           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY VALIDWS.
           COPY QTNXWS.
           COPY PRAGWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "QUOTENT" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           PERFORM OPEN-FILES.
           PERFORM GET-SESSION-BRANCH.
           PERFORM ENTER-ONE-QUOTE
               UNTIL OPERATOR-DONE.
           PERFORM CLOSE-FILES.
           DISPLAY "QUOTE ENTRY COMPLETE - " WS-QUOTE-COUNT
               " QUOTES ENTERED".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O QUOTE-FILE.
           IF QUOTE-FILE-STATUS = "05" OR "35"
               CLOSE QUOTE-FILE
               OPEN OUTPUT QUOTE-FILE
               CLOSE QUOTE-FILE
               OPEN I-O QUOTE-FILE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT DEPARTMENT-FILE.
           IF DEPARTMENT-FILE-STATUS = "00"
               MOVE "Y" TO WS-DEPT-CHECK-SWITCH
           ELSE
               DISPLAY "NO DEPARTMENT MASTER - department keying is "
                   "unchecked this session."
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ITEM-CHECK-SWITCH
           ELSE
               DISPLAY "NO ITEM MASTER - department and price are "
                   "keyed by hand this session."
           END-IF.
           OPEN INPUT SHIP-TO-FILE.
           IF SHIP-TO-STATUS = "00"
               MOVE "Y" TO WS-SHIP-TO-CHECK-SWITCH
           END-IF.
           OPEN INPUT BRANCH-FILE.
           IF BRANCH-FILE-STATUS = "00"
               MOVE "Y" TO WS-BRANCH-CHECK-SWITCH
           ELSE
               DISPLAY "NO BRANCH MASTER - branch keying is "
                   "unchecked this session."
           END-IF.

       ENTER-ONE-QUOTE.
           PERFORM GET-VALID-CUSTOMER.
           IF CUSTOMER-ACCEPTED
               PERFORM GET-VALID-SHIP-TO
               PERFORM GET-QUOTE-VALIDITY
               PERFORM GET-NEXT-QUOTE-NUMBER
               MOVE NQ-ASSIGNED-QUOTE-NUMBER TO WS-QUOTE-NUMBER
               DISPLAY "ASSIGNED QUOTE NUMBER: " WS-QUOTE-NUMBER
                   "  VALID THROUGH " WS-QUOTE-EXPIRY
               MOVE 0 TO WS-QUOTE-LINE-COUNT
               MOVE 0 TO WS-QUOTE-TOTAL
               MOVE "N" TO WS-QUOTE-DONE-SWITCH
               PERFORM ENTER-ONE-QUOTE-LINE
                   UNTIL QUOTE-DONE
               ADD 1 TO WS-QUOTE-COUNT
               MOVE WS-QUOTE-TOTAL TO WS-TOTAL-DISPLAY
               DISPLAY "QUOTE " WS-QUOTE-NUMBER " SAVED - "
                   WS-QUOTE-LINE-COUNT " LINES, TOTAL "
                   WS-TOTAL-DISPLAY
               DISPLAY "RUN QUOTPRT TO PRINT THE QUOTE DOCUMENT."
           END-IF.

       GET-QUOTE-VALIDITY.
      *    Priced today, good until the expiry date; the desk keys
      *    how many days the customer has to decide.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-QUOTE-DATE.
           DISPLAY "DAYS THE QUOTE IS VALID (BLANK = 30):".
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
                   AND VAL-NUMERIC-FIELD NOT > 365
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               ELSE
                   IF VAL-NUMERIC-FIELD > 365
                       DISPLAY "A quote is good for at most 365 "
                           "days. Try again."
                   END-IF
               END-IF
           END-PERFORM.
           IF VAL-NUMERIC-FIELD NOT > 0
               MOVE 30 TO WS-VALID-DAYS
           ELSE
               MOVE VAL-NUMERIC-FIELD TO WS-VALID-DAYS
           END-IF.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-QUOTE-DATE)
                   + WS-VALID-DAYS.
           COMPUTE WS-QUOTE-EXPIRY =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).

       ENTER-ONE-QUOTE-LINE.
           INITIALIZE QUOTE-RECORD.
           IF ITEM-LOOKUP-ON
               PERFORM GET-VALID-ITEM
               PERFORM GET-VALID-QUANTITY
               MOVE "I" TO QT-PRICE-SOURCE
               PERFORM APPLY-PRICE-AGREEMENT
               PERFORM OFFER-PRICE-OVERRIDE
           ELSE
               MOVE SPACES TO QT-ITEM-NUMBER
               PERFORM GET-VALID-DEPARTMENT
               PERFORM GET-VALID-QUANTITY
               PERFORM GET-VALID-UNIT-PRICE
               MOVE "K" TO QT-PRICE-SOURCE
               PERFORM APPLY-PRICE-AGREEMENT
           END-IF.
           ADD 1 TO WS-QUOTE-LINE-COUNT.
           MOVE WS-QUOTE-NUMBER     TO QT-QUOTE-NUMBER.
           MOVE WS-QUOTE-LINE-COUNT TO QT-LINE-NUMBER.
           MOVE WS-QUOTE-CUSTOMER   TO QT-CUSTOMER-ID.
           MOVE WS-QUOTE-SHIP-TO    TO QT-SHIP-TO-CODE.
           MOVE WS-QUOTE-DATE       TO QT-QUOTE-DATE.
           MOVE WS-QUOTE-EXPIRY     TO QT-EXPIRY-DATE.
           MOVE OP-SIGNED-ON-ID     TO QT-OPERATOR-ID.
           MOVE WS-SESSION-BRANCH   TO QT-BRANCH-CODE.
           MOVE "O"                 TO QT-QUOTE-STATUS.
           MOVE "N"                 TO QT-PRINT-FLAG.
           MOVE 0                   TO QT-ORDER-NUMBER.
           MOVE 0                   TO QT-CONVERT-DATE.
           WRITE QUOTE-RECORD
               INVALID KEY
                   DISPLAY "QUOTE LINE NOT SAVED, STATUS "
                       QUOTE-FILE-STATUS
                   SUBTRACT 1 FROM WS-QUOTE-LINE-COUNT
               NOT INVALID KEY
                   COMPUTE WS-QUOTE-TOTAL = WS-QUOTE-TOTAL
                       + (QT-QUANTITY * QT-UNIT-PRICE)
                   DISPLAY "QUOTE LINE ACCEPTED."
           END-WRITE.
      *    A line number is three digits; a quote that long is
      *    closed off and the rest goes on a second quote.
           IF WS-QUOTE-LINE-COUNT NOT < 999
               DISPLAY "QUOTE IS FULL AT 999 LINES."
               MOVE "Y" TO WS-QUOTE-DONE-SWITCH
           ELSE
               DISPLAY "ANOTHER LINE ON THIS QUOTE? (Y/N)"
               ACCEPT WS-ANOTHER-LINE
               IF WS-ANOTHER-LINE NOT = "Y" AND "y"
                   MOVE "Y" TO WS-QUOTE-DONE-SWITCH
               END-IF
           END-IF.

       GET-SESSION-BRANCH.
      *    One branch per session, the same as order entry - the
      *    order the quote becomes carries it.
           MOVE "N" TO WS-BRANCH-OK-SWITCH.
           PERFORM UNTIL BRANCH-ACCEPTED
               DISPLAY "ENTER BRANCH CODE (BLANK = HQ):"
               ACCEPT WS-SESSION-BRANCH
               IF WS-SESSION-BRANCH = SPACES
                   MOVE "HQ" TO WS-SESSION-BRANCH
               END-IF
               IF BRANCH-VALIDATION-ON
                   MOVE WS-SESSION-BRANCH TO BR-BRANCH-CODE
                   READ BRANCH-FILE
                       KEY IS BR-BRANCH-CODE
                       INVALID KEY
                           DISPLAY "BRANCH NOT ON MASTER - TRY AGAIN."
                       NOT INVALID KEY
                           IF BRANCH-ACTIVE
                               MOVE "Y" TO WS-BRANCH-OK-SWITCH
                           ELSE
                               DISPLAY "BRANCH IS INACTIVE - "
                                   "TRY AGAIN."
                           END-IF
                   END-READ
               ELSE
                   MOVE "Y" TO WS-BRANCH-OK-SWITCH
               END-IF
           END-PERFORM.

       GET-VALID-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-OK-SWITCH.
           DISPLAY "ENTER CUSTOMER ID FOR A NEW QUOTE "
               "(OR BLANK TO QUIT):".
           ACCEPT CUSTOMER-ID.
           IF CUSTOMER-ID = SPACES
               MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
           ELSE
               READ CUSTOMER-FILE
                   KEY IS CUSTOMER-ID
                   INVALID KEY
                       DISPLAY "CUSTOMER NOT ON FILE - NO QUOTE."
                   NOT INVALID KEY
                       IF CUSTOMER-CLOSED
                           DISPLAY "CUSTOMER IS CLOSED - NO QUOTE."
                       ELSE
                           MOVE CUSTOMER-ID TO WS-QUOTE-CUSTOMER
                           MOVE "Y" TO WS-CUSTOMER-OK-SWITCH
                           DISPLAY "CUSTOMER: " CUSTOMER-NAME
                       END-IF
               END-READ
           END-IF.

       GET-VALID-SHIP-TO.
           MOVE SPACES TO WS-QUOTE-SHIP-TO.
           IF SHIP-TO-LOOKUP-ON
               MOVE "N" TO WS-SHIP-TO-OK-SWITCH
               PERFORM UNTIL SHIP-TO-ACCEPTED
                   DISPLAY "ENTER SHIP-TO CODE (BLANK = BILL-TO "
                       "ADDRESS):"
                   ACCEPT WS-QUOTE-SHIP-TO
                   IF WS-QUOTE-SHIP-TO = SPACES
                       MOVE "Y" TO WS-SHIP-TO-OK-SWITCH
                   ELSE
                       MOVE WS-QUOTE-CUSTOMER TO ST-CUSTOMER-ID
                       MOVE WS-QUOTE-SHIP-TO  TO ST-SHIP-TO-CODE
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
               DISPLAY "ENTER DEPARTMENT:"
               ACCEPT QT-DEPARTMENT
               IF DEPT-VALIDATION-ON
                   MOVE QT-DEPARTMENT TO DEPT-CODE
                   READ DEPARTMENT-FILE
                       KEY IS DEPT-CODE
                       INVALID KEY
                           DISPLAY "DEPARTMENT NOT ON MASTER - "
                               "TRY AGAIN."
                       NOT INVALID KEY
                           IF DEPT-ACTIVE
                               MOVE "Y" TO WS-DEPT-OK-SWITCH
                           ELSE
                               DISPLAY "DEPARTMENT IS INACTIVE - "
                                   "TRY AGAIN."
                           END-IF
                   END-READ
               ELSE
                   MOVE "Y" TO WS-DEPT-OK-SWITCH
               END-IF
           END-PERFORM.

       GET-VALID-ITEM.
           MOVE "N" TO WS-ITEM-OK-SWITCH.
           PERFORM UNTIL ITEM-ACCEPTED
               DISPLAY "ENTER ITEM NUMBER:"
               ACCEPT IT-ITEM-NUMBER
               READ ITEM-MASTER-FILE
                   KEY IS IT-ITEM-NUMBER
                   INVALID KEY
                       DISPLAY "ITEM NOT ON MASTER - TRY AGAIN."
                   NOT INVALID KEY
                       IF ITEM-ACTIVE
                           MOVE "Y" TO WS-ITEM-OK-SWITCH
                           MOVE IT-ITEM-NUMBER TO QT-ITEM-NUMBER
                           MOVE IT-DEPARTMENT  TO QT-DEPARTMENT
                           MOVE IT-UNIT-PRICE  TO QT-UNIT-PRICE
                           MOVE IT-UNIT-PRICE  TO WS-PRICE-DISPLAY
                           DISPLAY "ITEM: " IT-DESCRIPTION
                               "  DEPT: " IT-DEPARTMENT
                               "  PRICE: " WS-PRICE-DISPLAY
                       ELSE
                           DISPLAY "ITEM IS INACTIVE - TRY AGAIN."
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-PRICE-AGREEMENT.
      *    Priced as of the quote date - an agreement in force today
      *    is honored for the life of the quote even if it runs out
      *    before the customer says yes.
           MOVE QT-UNIT-PRICE     TO QT-STANDARD-PRICE.
           MOVE QT-UNIT-PRICE     TO PA-WS-STD-PRICE.
           MOVE WS-QUOTE-CUSTOMER TO PA-WS-CUSTOMER-ID.
           MOVE QT-DEPARTMENT     TO PA-WS-DEPARTMENT.
           MOVE QT-ITEM-NUMBER    TO PA-WS-ITEM-NUMBER.
           MOVE WS-QUOTE-DATE     TO PA-WS-PRICE-DATE.
           PERFORM FIND-PRICE-AGREEMENT.
           IF PA-AGREEMENT-FOUND
               MOVE PA-WS-AGREED-PRICE TO QT-UNIT-PRICE
               MOVE "A" TO QT-PRICE-SOURCE
               MOVE PA-WS-AGREED-PRICE TO WS-PRICE-DISPLAY
               DISPLAY "AGREEMENT PRICE APPLIED: " WS-PRICE-DISPLAY
           END-IF.

       OFFER-PRICE-OVERRIDE.
           DISPLAY "OVERRIDE PRICE? (Y/N)".
           ACCEPT WS-OVERRIDE-ANSWER.
           IF WS-OVERRIDE-ANSWER = "Y" OR "y"
               IF OPERATOR-IS-SUPERVISOR
                   PERFORM GET-VALID-UNIT-PRICE
                   MOVE "O" TO QT-PRICE-SOURCE
               ELSE
                   DISPLAY "OVERRIDE REFUSED - supervisor authority "
                       "is required to override an item price."
               END-IF
           END-IF.

       GET-VALID-QUANTITY.
           DISPLAY "ENTER QUANTITY:".
           PERFORM ACCEPT-NONZERO-NUMBER.
           MOVE VAL-NUMERIC-FIELD TO QT-QUANTITY.

       GET-VALID-UNIT-PRICE.
           DISPLAY "ENTER UNIT PRICE (IMPLIED 2 DECIMALS):".
           PERFORM ACCEPT-NONZERO-NUMBER.
           MOVE VAL-NUMERIC-FIELD TO QT-UNIT-PRICE.

       ACCEPT-NONZERO-NUMBER.
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
                   AND VAL-NUMERIC-FIELD NOT = 0
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               ELSE
                   IF VAL-NUMERIC-FIELD = 0
                       DISPLAY "A non-zero value is required. "
                           "Try again."
                   END-IF
               END-IF
           END-PERFORM.

       CLOSE-FILES.
           CLOSE QUOTE-FILE.
           CLOSE CUSTOMER-FILE.
           IF DEPT-VALIDATION-ON
               CLOSE DEPARTMENT-FILE
           END-IF.
           IF ITEM-LOOKUP-ON
               CLOSE ITEM-MASTER-FILE
           END-IF.
           IF SHIP-TO-LOOKUP-ON
               CLOSE SHIP-TO-FILE
           END-IF.
           IF BRANCH-VALIDATION-ON
               CLOSE BRANCH-FILE
           END-IF.

           COPY OPERPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
           COPY QTNXPD.
           COPY PRAGPD.
