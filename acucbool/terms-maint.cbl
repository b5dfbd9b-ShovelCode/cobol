       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMMNT.
      ******************************************************************
      * Purpose: Payment terms maintenance. Add/update/inquiry of the
      *          terms codes on terms.dat - net days, early-payment
      *          discount percent and discount days - modeled on
      *          TAXMNT, plus assignment of a terms code to a
      *          customer on the customer terms side file
      *          (custterm.dat), the way CREDMNT keeps credit limits
      *          beside the customer master. The order posting dates
      *          each night's open item from the assignment; a
      *          customer with none, or assigned a blank code, is on
      *          the house terms - net 30, no discount. Assigning or
      *          changing a customer's terms is a supervisor action,
      *          since it moves every due date and discount after
      *          it; each assignment carries the date and operator.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TERMSEL.
           COPY CTRMSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-TERMS-FILE.
           COPY TERMREC.

       FD  CUSTOMER-TERMS-FILE.
           COPY CTRMREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  TERMS-FILE-STATUS       PIC XX.
       01  CUSTOMER-TERMS-STATUS   PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  WS-TRANSACTION-CODE     PIC X.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-NEW-TERMS-CODE       PIC X(4).
       01  WS-TERMS-FOUND-SWITCH   PIC X.
           88  TERMS-CODE-ON-FILE              VALUE "Y".
       01  WS-PERCENT-DISPLAY      PIC Z9.99.

           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY VALIDWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "TERMMNT" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-ONE-TRANSACTION
               UNTIL OPERATOR-DONE.
           CLOSE PAYMENT-TERMS-FILE.
           CLOSE CUSTOMER-TERMS-FILE.
           CLOSE CUSTOMER-FILE.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O PAYMENT-TERMS-FILE.
           IF TERMS-FILE-STATUS = "05" OR "35"
               CLOSE PAYMENT-TERMS-FILE
               OPEN OUTPUT PAYMENT-TERMS-FILE
               CLOSE PAYMENT-TERMS-FILE
               OPEN I-O PAYMENT-TERMS-FILE
           END-IF.
           OPEN I-O CUSTOMER-TERMS-FILE.
           IF CUSTOMER-TERMS-STATUS = "05" OR "35"
               CLOSE CUSTOMER-TERMS-FILE
               OPEN OUTPUT CUSTOMER-TERMS-FILE
               CLOSE CUSTOMER-TERMS-FILE
               OPEN I-O CUSTOMER-TERMS-FILE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.

       PROCESS-ONE-TRANSACTION.
           DISPLAY "PAYMENT TERMS MAINTENANCE - "
               "A)dd U)pdate I)nquiry C)ustomer terms Q)uit".
           ACCEPT WS-TRANSACTION-CODE.
           EVALUATE WS-TRANSACTION-CODE
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-TRANSACTION
               WHEN "U"
               WHEN "u"
                   PERFORM UPDATE-TRANSACTION
               WHEN "I"
               WHEN "i"
                   PERFORM INQUIRY-TRANSACTION
               WHEN "C"
               WHEN "c"
                   PERFORM CUSTOMER-TERMS-TRANSACTION
                       THRU CUSTOMER-TERMS-TRANSACTION-EXIT
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid transaction code - enter "
                       "A/U/I/C/Q."
           END-EVALUATE.

       ADD-TRANSACTION.
           DISPLAY "ENTER TERMS CODE:".
           ACCEPT TM-TERMS-CODE.
           IF TM-TERMS-CODE = SPACES
               DISPLAY "REJECTED - a blank code means the house terms"
           ELSE
               PERFORM GET-TERMS-DETAILS
               WRITE PAYMENT-TERMS-RECORD
                   INVALID KEY
                       DISPLAY "REJECTED - terms code " TM-TERMS-CODE
                           " already on file"
               END-WRITE
           END-IF.

       UPDATE-TRANSACTION.
      *    A change applies to items posted from tonight on; items
      *    already on file keep the dates they were created with.
           DISPLAY "ENTER TERMS CODE TO UPDATE:".
           ACCEPT TM-TERMS-CODE.
           READ PAYMENT-TERMS-FILE
               KEY IS TM-TERMS-CODE
               INVALID KEY
                   DISPLAY "TERMS CODE NOT FOUND."
               NOT INVALID KEY
                   PERFORM SHOW-TERMS-CODE
                   PERFORM GET-TERMS-DETAILS
                   REWRITE PAYMENT-TERMS-RECORD
                       INVALID KEY
                           DISPLAY "UPDATE FAILED, STATUS "
                               TERMS-FILE-STATUS
                   END-REWRITE
           END-READ.

       INQUIRY-TRANSACTION.
           DISPLAY "ENTER TERMS CODE:".
           ACCEPT TM-TERMS-CODE.
           READ PAYMENT-TERMS-FILE
               KEY IS TM-TERMS-CODE
               INVALID KEY
                   DISPLAY "TERMS CODE NOT FOUND."
               NOT INVALID KEY
                   PERFORM SHOW-TERMS-CODE
           END-READ.

       SHOW-TERMS-CODE.
           DISPLAY "TERMS    : " TM-TERMS-CODE " " TM-DESCRIPTION.
           DISPLAY "NET DAYS : " TM-NET-DAYS.
           IF TM-DISCOUNT-PERCENT = 0
               DISPLAY "DISCOUNT : NONE"
           ELSE
               MOVE TM-DISCOUNT-PERCENT TO WS-PERCENT-DISPLAY
               DISPLAY "DISCOUNT : " WS-PERCENT-DISPLAY "% IF PAID "
                   "WITHIN " TM-DISCOUNT-DAYS " DAYS"
           END-IF.

       GET-TERMS-DETAILS.
      *    Uses the shared VALIDPD numeric check. A discount must
      *    fall due before the net amount does, or it could never
      *    be taken early.
           DISPLAY "ENTER DESCRIPTION:".
           ACCEPT TM-DESCRIPTION.
           DISPLAY "ENTER NET DAYS:".
           PERFORM ACCEPT-DAYS-NUMBER.
           MOVE VAL-NUMERIC-FIELD TO TM-NET-DAYS.
           DISPLAY "ENTER DISCOUNT PERCENT (0 = NO DISCOUNT):".
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               ELSE
                   IF VAL-NUMERIC-FIELD < 0
                       OR VAL-NUMERIC-FIELD > 99.99
                       DISPLAY "Percent must be 0 to 99.99. "
                           "Try again."
                       MOVE "N" TO VAL-VALID-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
           MOVE VAL-NUMERIC-FIELD TO TM-DISCOUNT-PERCENT.
           MOVE 0 TO TM-DISCOUNT-DAYS.
           IF TM-DISCOUNT-PERCENT > 0
               DISPLAY "ENTER DISCOUNT DAYS:"
               PERFORM ACCEPT-DAYS-NUMBER
               PERFORM UNTIL VAL-NUMERIC-FIELD < TM-NET-DAYS
                   DISPLAY "Discount days must be fewer than the "
                       "net days. Try again."
                   PERFORM ACCEPT-DAYS-NUMBER
               END-PERFORM
               MOVE VAL-NUMERIC-FIELD TO TM-DISCOUNT-DAYS
           END-IF.

       ACCEPT-DAYS-NUMBER.
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               ELSE
                   IF VAL-NUMERIC-FIELD < 0
                       OR VAL-NUMERIC-FIELD > 999
                       DISPLAY "Days must be 0 to 999. Try again."
                       MOVE "N" TO VAL-VALID-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

       CUSTOMER-TERMS-TRANSACTION.
           DISPLAY "ENTER CUSTOMER ID:".
           ACCEPT CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE."
                   GO TO CUSTOMER-TERMS-TRANSACTION-EXIT
           END-READ.
           DISPLAY "CUSTOMER : " CUSTOMER-NAME.
           MOVE CUSTOMER-ID TO CT-CUSTOMER-ID.
           READ CUSTOMER-TERMS-FILE
               KEY IS CT-CUSTOMER-ID
               INVALID KEY
                   DISPLAY "NO TERMS ASSIGNED - HOUSE TERMS, NET 30"
               NOT INVALID KEY
                   DISPLAY "ASSIGNED " CT-ASSIGNED-DATE " BY "
                       CT-OPERATOR-ID
                   MOVE CT-TERMS-CODE TO TM-TERMS-CODE
                   READ PAYMENT-TERMS-FILE
                       KEY IS TM-TERMS-CODE
                       INVALID KEY
                           DISPLAY "TERMS " CT-TERMS-CODE
                               " NO LONGER ON FILE - HOUSE TERMS"
                       NOT INVALID KEY
                           PERFORM SHOW-TERMS-CODE
                   END-READ
           END-READ.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "Supervisor authority is required to change a "
                   "customer's terms."
               GO TO CUSTOMER-TERMS-TRANSACTION-EXIT
           END-IF.
           DISPLAY "ENTER NEW TERMS CODE (BLANK = HOUSE TERMS, "
               "* = NO CHANGE):".
           ACCEPT WS-NEW-TERMS-CODE.
           IF WS-NEW-TERMS-CODE = "*"
               GO TO CUSTOMER-TERMS-TRANSACTION-EXIT
           END-IF.
           IF WS-NEW-TERMS-CODE = SPACES
               PERFORM REMOVE-CUSTOMER-TERMS
               GO TO CUSTOMER-TERMS-TRANSACTION-EXIT
           END-IF.
           MOVE WS-NEW-TERMS-CODE TO TM-TERMS-CODE.
           READ PAYMENT-TERMS-FILE
               KEY IS TM-TERMS-CODE
               INVALID KEY
                   DISPLAY "REJECTED - terms code " WS-NEW-TERMS-CODE
                       " not on file"
                   GO TO CUSTOMER-TERMS-TRANSACTION-EXIT
           END-READ.
           PERFORM ASSIGN-CUSTOMER-TERMS.

       CUSTOMER-TERMS-TRANSACTION-EXIT.
           EXIT.

       ASSIGN-CUSTOMER-TERMS.
           MOVE CUSTOMER-ID       TO CT-CUSTOMER-ID.
           MOVE WS-NEW-TERMS-CODE TO CT-TERMS-CODE.
           MOVE WS-BUSINESS-DATE  TO CT-ASSIGNED-DATE.
           MOVE OP-SIGNED-ON-ID   TO CT-OPERATOR-ID.
           WRITE CUSTOMER-TERMS-RECORD
               INVALID KEY
                   REWRITE CUSTOMER-TERMS-RECORD
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.
           DISPLAY "TERMS " WS-NEW-TERMS-CODE " SET FOR " CUSTOMER-ID.

       REMOVE-CUSTOMER-TERMS.
      *    No record is the house terms - nothing left to go stale.
           MOVE CUSTOMER-ID TO CT-CUSTOMER-ID.
           DELETE CUSTOMER-TERMS-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           DISPLAY "HOUSE TERMS SET FOR " CUSTOMER-ID.

           COPY OPERPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
