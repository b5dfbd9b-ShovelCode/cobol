       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTCONV.
      ******************************************************************
      * Purpose: Convert an accepted quote to an order in one step.
      *          The desk keys the quote number; the quote must be
      *          open (not already converted), not past its expiry
      *          date, and its customer must still be on file and not
      *          closed, with the quoted ship-to still active. The
      *          desk sees the quote's lines and total and confirms;
      *          every line then goes onto orderlin.dat under one new
      *          order number from ordnxt.dat at the quoted price, in
      *          the same shape ORDENTRY writes, for tonight's order
      *          run. A line priced from a price agreement is logged
      *          to the agreement usage file as if order entry had
      *          priced it. The quote is marked converted with the
      *          order number and date so it can never convert twice.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY QUOTSEL.

           SELECT ORDER-LINE-FILE ASSIGN TO "orderlin.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ORDER-LINE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY SHIPSEL.
           COPY ORDNXSEL.
           COPY PRAGSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE.
           COPY QUOTREC.

       FD  ORDER-LINE-FILE.
           COPY ORDLREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  SHIP-TO-FILE.
           COPY SHIPREC.

           COPY ORDNXFD.
           COPY PRAGFD.

           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  QUOTE-FILE-STATUS       PIC XX.
       01  ORDER-LINE-STATUS       PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  SHIP-TO-STATUS          PIC XX.
       01  WS-SHIP-TO-CHECK-SWITCH PIC X       VALUE "N".
           88  SHIP-TO-LOOKUP-ON               VALUE "Y".
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-QUOTE-EOF-SWITCH     PIC X       VALUE "N".
           88  END-OF-THIS-QUOTE               VALUE "Y".
       01  WS-CONVERT-OK-SWITCH    PIC X       VALUE "N".
           88  QUOTE-CONVERTIBLE               VALUE "Y".
       01  WS-CONFIRM-ANSWER       PIC X.
       01  WS-CONVERT-QUOTE        PIC 9(8).
       01  WS-CONVERTED-COUNT      PIC 9(5)    VALUE 0.
       01  WS-ORDER-LINE-COUNT     PIC 9(5)    VALUE 0.

      *    What the first pass over the quote found - the header
      *    fields are the same on every line of a quote.
       01  WS-QUOTE-SUMMARY.
           05  WS-QS-LINE-COUNT    PIC 9(3).
           05  WS-QS-TOTAL         PIC S9(9)V99.
           05  WS-QS-CUSTOMER-ID   PIC X(10).
           05  WS-QS-SHIP-TO-CODE  PIC X(4).
           05  WS-QS-EXPIRY-DATE   PIC 9(8).
           05  WS-QS-STATUS        PIC X.
               88  WS-QS-OPEN                  VALUE "O".
               88  WS-QS-CONVERTED             VALUE "C".
               88  WS-QS-LAPSED                VALUE "E".
           05  WS-QS-ORDER-NUMBER  PIC 9(8).
           05  WS-QS-CONVERT-DATE  PIC 9(8).
       01  WS-NEW-ORDER-NUMBER     PIC 9(8).
       01  WS-QUANTITY-DISPLAY     PIC ZZZZ9.
       01  WS-PRICE-DISPLAY        PIC ZZZZ9.99-.
       01  WS-TOTAL-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99-.

           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY VALIDWS.
           COPY ORDNXWS.
           COPY PRAGWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "QUOTCONV" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           OPEN I-O QUOTE-FILE.
           IF QUOTE-FILE-STATUS NOT = "00"
               DISPLAY "NO QUOTE FILE - THERE IS NOTHING TO CONVERT."
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT SHIP-TO-FILE.
           IF SHIP-TO-STATUS = "00"
               MOVE "Y" TO WS-SHIP-TO-CHECK-SWITCH
           END-IF.
           OPEN EXTEND ORDER-LINE-FILE.
           IF ORDER-LINE-STATUS = "05" OR "35"
               OPEN OUTPUT ORDER-LINE-FILE
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CONVERT-ONE-QUOTE
               UNTIL OPERATOR-DONE.
           CLOSE QUOTE-FILE.
           CLOSE ORDER-LINE-FILE.
           CLOSE CUSTOMER-FILE.
           IF SHIP-TO-LOOKUP-ON
               CLOSE SHIP-TO-FILE
           END-IF.
           DISPLAY "QUOTE CONVERSION COMPLETE - " WS-CONVERTED-COUNT
               " QUOTES, " WS-ORDER-LINE-COUNT " ORDER LINES".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       CONVERT-ONE-QUOTE.
           DISPLAY "ENTER QUOTE NUMBER TO CONVERT (OR 0 TO QUIT):".
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               END-IF
           END-PERFORM.
           IF VAL-NUMERIC-FIELD NOT > 0
               MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
           ELSE
               MOVE VAL-NUMERIC-FIELD TO WS-CONVERT-QUOTE
               PERFORM SUMMARIZE-QUOTE
               PERFORM CHECK-QUOTE-CONVERTIBLE
               IF QUOTE-CONVERTIBLE
                   MOVE WS-QS-TOTAL TO WS-TOTAL-DISPLAY
                   DISPLAY "QUOTE " WS-CONVERT-QUOTE " FOR "
                       CUSTOMER-NAME
                   DISPLAY "     " WS-QS-LINE-COUNT " LINES, TOTAL "
                       WS-TOTAL-DISPLAY ", VALID THROUGH "
                       WS-QS-EXPIRY-DATE
                   DISPLAY "CONVERT THIS QUOTE TO AN ORDER? (Y/N)"
                   ACCEPT WS-CONFIRM-ANSWER
                   IF WS-CONFIRM-ANSWER = "Y" OR "y"
                       PERFORM WRITE-ORDER-FROM-QUOTE
                   ELSE
                       DISPLAY "QUOTE NOT CONVERTED."
                   END-IF
               END-IF
           END-IF.

       SUMMARIZE-QUOTE.
           INITIALIZE WS-QUOTE-SUMMARY.
           PERFORM START-QUOTE-LINES.
           PERFORM SUMMARIZE-ONE-QUOTE-LINE
               UNTIL END-OF-THIS-QUOTE.

       START-QUOTE-LINES.
           MOVE "N" TO WS-QUOTE-EOF-SWITCH.
           MOVE WS-CONVERT-QUOTE TO QT-QUOTE-NUMBER.
           MOVE 0 TO QT-LINE-NUMBER.
           START QUOTE-FILE KEY IS NOT < QT-QUOTE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-QUOTE-EOF-SWITCH
           END-START.
           IF NOT END-OF-THIS-QUOTE
               PERFORM READ-NEXT-QUOTE-LINE
           END-IF.

       READ-NEXT-QUOTE-LINE.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-QUOTE-EOF-SWITCH
               NOT AT END
                   IF QT-QUOTE-NUMBER NOT = WS-CONVERT-QUOTE
                       MOVE "Y" TO WS-QUOTE-EOF-SWITCH
                   END-IF
           END-READ.

       SUMMARIZE-ONE-QUOTE-LINE.
           ADD 1 TO WS-QS-LINE-COUNT.
           COMPUTE WS-QS-TOTAL = WS-QS-TOTAL
               + (QT-QUANTITY * QT-UNIT-PRICE).
           MOVE QT-CUSTOMER-ID  TO WS-QS-CUSTOMER-ID.
           MOVE QT-SHIP-TO-CODE TO WS-QS-SHIP-TO-CODE.
           MOVE QT-EXPIRY-DATE  TO WS-QS-EXPIRY-DATE.
           MOVE QT-QUOTE-STATUS TO WS-QS-STATUS.
           MOVE QT-ORDER-NUMBER TO WS-QS-ORDER-NUMBER.
           MOVE QT-CONVERT-DATE TO WS-QS-CONVERT-DATE.
           MOVE QT-QUANTITY     TO WS-QUANTITY-DISPLAY.
           MOVE QT-UNIT-PRICE   TO WS-PRICE-DISPLAY.
           DISPLAY "  " QT-LINE-NUMBER ") ITEM " QT-ITEM-NUMBER
               " DEPT " QT-DEPARTMENT " QTY " WS-QUANTITY-DISPLAY
               " PRICE " WS-PRICE-DISPLAY.
           PERFORM READ-NEXT-QUOTE-LINE.

       CHECK-QUOTE-CONVERTIBLE.
      *    An expired quote is not honored here - prices may have
      *    moved since, and the customer is requoted at today's.
           MOVE "N" TO WS-CONVERT-OK-SWITCH.
           EVALUATE TRUE
               WHEN WS-QS-LINE-COUNT = 0
                   DISPLAY "QUOTE " WS-CONVERT-QUOTE " IS NOT ON FILE."
               WHEN WS-QS-CONVERTED
                   DISPLAY "QUOTE ALREADY CONVERTED TO ORDER "
                       WS-QS-ORDER-NUMBER " ON " WS-QS-CONVERT-DATE
               WHEN WS-QS-LAPSED
                   OR WS-QS-EXPIRY-DATE < WS-BUSINESS-DATE
                   DISPLAY "QUOTE EXPIRED " WS-QS-EXPIRY-DATE
                       " - REQUOTE THE CUSTOMER AT TODAY'S PRICES."
               WHEN OTHER
                   PERFORM CHECK-QUOTE-CUSTOMER
           END-EVALUATE.

       CHECK-QUOTE-CUSTOMER.
           MOVE WS-QS-CUSTOMER-ID TO CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   DISPLAY "CUSTOMER " WS-QS-CUSTOMER-ID
                       " IS NO LONGER ON FILE - NOT CONVERTED."
               NOT INVALID KEY
                   IF CUSTOMER-CLOSED
                       DISPLAY "CUSTOMER IS CLOSED - NOT CONVERTED."
                   ELSE
                       MOVE "Y" TO WS-CONVERT-OK-SWITCH
                   END-IF
           END-READ.
           IF QUOTE-CONVERTIBLE
               AND WS-QS-SHIP-TO-CODE NOT = SPACES
               AND SHIP-TO-LOOKUP-ON
               MOVE WS-QS-CUSTOMER-ID  TO ST-CUSTOMER-ID
               MOVE WS-QS-SHIP-TO-CODE TO ST-SHIP-TO-CODE
               READ SHIP-TO-FILE
                   KEY IS ST-SHIP-TO-KEY
                   INVALID KEY
                       MOVE "N" TO WS-CONVERT-OK-SWITCH
                   NOT INVALID KEY
                       IF NOT SHIP-TO-ACTIVE
                           MOVE "N" TO WS-CONVERT-OK-SWITCH
                       END-IF
               END-READ
               IF NOT QUOTE-CONVERTIBLE
                   DISPLAY "SHIP-TO " WS-QS-SHIP-TO-CODE
                       " IS NO LONGER ACTIVE - KEY THE ORDER IN "
                       "ORDENTRY."
               END-IF
           END-IF.

       WRITE-ORDER-FROM-QUOTE.
           PERFORM GET-NEXT-ORDER-NUMBER.
           MOVE NO-ASSIGNED-ORDER-NUMBER TO WS-NEW-ORDER-NUMBER.
           PERFORM START-QUOTE-LINES.
           PERFORM CONVERT-ONE-QUOTE-LINE
               UNTIL END-OF-THIS-QUOTE.
           ADD 1 TO WS-CONVERTED-COUNT.
           DISPLAY "QUOTE " WS-CONVERT-QUOTE " CONVERTED - ORDER "
               "NUMBER " WS-NEW-ORDER-NUMBER.

       CONVERT-ONE-QUOTE-LINE.
      *    The line goes on exactly as ORDENTRY would have written it,
      *    but at the quoted price and by the desk converting it.
           MOVE QT-DEPARTMENT       TO OL-DEPARTMENT.
           MOVE QT-CUSTOMER-ID      TO OL-CUSTOMER-ID.
           MOVE QT-QUANTITY         TO OL-QUANTITY.
           MOVE QT-UNIT-PRICE       TO OL-UNIT-PRICE.
           MOVE QT-ITEM-NUMBER      TO OL-ITEM-NUMBER.
           MOVE OP-SIGNED-ON-ID     TO OL-OPERATOR-ID.
           MOVE QT-BRANCH-CODE      TO OL-BRANCH-CODE.
           MOVE WS-NEW-ORDER-NUMBER TO OL-ORDER-NUMBER.
           MOVE WS-BUSINESS-DATE    TO OL-ORDER-DATE.
           MOVE QT-SHIP-TO-CODE     TO OL-SHIP-TO-CODE.
           WRITE ORDER-LINE-RECORD.
           ADD 1 TO WS-ORDER-LINE-COUNT.
           IF QT-AGREEMENT-PRICE
               PERFORM RECORD-AGREEMENT-USAGE
           END-IF.
           MOVE "C"                 TO QT-QUOTE-STATUS.
           MOVE WS-NEW-ORDER-NUMBER TO QT-ORDER-NUMBER.
           MOVE WS-BUSINESS-DATE    TO QT-CONVERT-DATE.
           REWRITE QUOTE-RECORD
               INVALID KEY
                   DISPLAY "WARNING - quote line " QT-LINE-NUMBER
                       " not marked converted, STATUS "
                       QUOTE-FILE-STATUS
           END-REWRITE.
           PERFORM READ-NEXT-QUOTE-LINE.

       RECORD-AGREEMENT-USAGE.
      *    The agreement is found again as of the quote date so the
      *    usage record names the level and value that priced the
      *    line; it counts as used today, when the sale was made.
           MOVE QT-CUSTOMER-ID    TO PA-WS-CUSTOMER-ID.
           MOVE QT-DEPARTMENT     TO PA-WS-DEPARTMENT.
           MOVE QT-ITEM-NUMBER    TO PA-WS-ITEM-NUMBER.
           MOVE QT-QUOTE-DATE     TO PA-WS-PRICE-DATE.
           PERFORM FIND-PRICE-AGREEMENT.
           IF PA-AGREEMENT-FOUND
               AND PA-WS-AGREED-PRICE = QT-UNIT-PRICE
               MOVE WS-BUSINESS-DATE  TO PA-WS-PRICE-DATE
               MOVE QT-QUANTITY       TO PA-WS-USE-QUANTITY
               MOVE QT-STANDARD-PRICE TO PA-WS-STD-PRICE
               PERFORM WRITE-AGREEMENT-USAGE
           END-IF.

           COPY OPERPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
           COPY ORDNXPD.
           COPY PRAGPD.
