       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPMNT.
      ******************************************************************
      * Purpose: Ship-to address maintenance - add/update/inquiry
      *          against shipto.dat, modeled on VENDMNT, so a
      *          multi-store customer's stores can each be named as
      *          the delivery point on an order instead of everything
      *          shipping to the head office. The customer must exist
      *          on the master; the ship-to code is the customer's own
      *          store or location code and cannot be blank, since a
      *          blank code on an order means the bill-to address.
      *          The state is checked against the tax rate table and
      *          a state with no rate is warned about, because the
      *          invoice taxes at the ship-to state. Deactivating a
      *          ship-to (flag I) stops it being keyed on new orders.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SHIPSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY TAXSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIP-TO-FILE.
           COPY SHIPREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  TAX-RATE-FILE.
           COPY TAXREC.

           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  SHIP-TO-STATUS          PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  TAX-RATE-STATUS         PIC XX.
       01  WS-TRANSACTION-CODE     PIC X.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-TAX-CHECK-SWITCH     PIC X       VALUE "N".
           88  TAX-TABLE-ON                    VALUE "Y".
       01  WS-ENTERED-FLAG         PIC X.

           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "SHIPMNT" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-ONE-TRANSACTION
               UNTIL OPERATOR-DONE.
           CLOSE SHIP-TO-FILE.
           CLOSE CUSTOMER-FILE.
           IF TAX-TABLE-ON
               CLOSE TAX-RATE-FILE
           END-IF.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O SHIP-TO-FILE.
           IF SHIP-TO-STATUS = "05" OR "35"
               CLOSE SHIP-TO-FILE
               OPEN OUTPUT SHIP-TO-FILE
               CLOSE SHIP-TO-FILE
               OPEN I-O SHIP-TO-FILE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT TAX-RATE-FILE.
           IF TAX-RATE-STATUS = "00"
               MOVE "Y" TO WS-TAX-CHECK-SWITCH
           ELSE
               DISPLAY "NO TAX RATE TABLE - ship-to states are "
                   "unchecked this session."
           END-IF.

       PROCESS-ONE-TRANSACTION.
           DISPLAY "SHIP-TO MAINTENANCE - "
               "A)dd U)pdate I)nquiry Q)uit".
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
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid transaction code - enter A/U/I/Q."
           END-EVALUATE.

       ADD-TRANSACTION.
           DISPLAY "ENTER CUSTOMER ID:".
           ACCEPT ST-CUSTOMER-ID.
           MOVE ST-CUSTOMER-ID TO CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE - NOT ADDED."
               NOT INVALID KEY
                   DISPLAY "CUSTOMER: " CUSTOMER-NAME
                   DISPLAY "ENTER SHIP-TO CODE:"
                   ACCEPT ST-SHIP-TO-CODE
                   IF ST-SHIP-TO-CODE = SPACES
                       DISPLAY "REJECTED - a ship-to code is "
                           "required; blank means the bill-to."
                   ELSE
                       PERFORM GET-SHIP-TO-DETAILS
                       WRITE SHIP-TO-RECORD
                           INVALID KEY
                               DISPLAY "REJECTED - that customer/"
                                   "ship-to is already on file"
                       END-WRITE
                   END-IF
           END-READ.

       UPDATE-TRANSACTION.
           DISPLAY "ENTER CUSTOMER ID:".
           ACCEPT ST-CUSTOMER-ID.
           DISPLAY "ENTER SHIP-TO CODE:".
           ACCEPT ST-SHIP-TO-CODE.
           READ SHIP-TO-FILE
               KEY IS ST-SHIP-TO-KEY
               INVALID KEY
                   DISPLAY "SHIP-TO NOT FOUND."
               NOT INVALID KEY
                   PERFORM GET-SHIP-TO-DETAILS
                   REWRITE SHIP-TO-RECORD
                       INVALID KEY
                           DISPLAY "UPDATE FAILED, STATUS "
                               SHIP-TO-STATUS
                   END-REWRITE
           END-READ.

       INQUIRY-TRANSACTION.
           DISPLAY "ENTER CUSTOMER ID:".
           ACCEPT ST-CUSTOMER-ID.
           DISPLAY "ENTER SHIP-TO CODE:".
           ACCEPT ST-SHIP-TO-CODE.
           READ SHIP-TO-FILE
               KEY IS ST-SHIP-TO-KEY
               INVALID KEY
                   DISPLAY "SHIP-TO NOT FOUND."
               NOT INVALID KEY
                   DISPLAY "NAME       : " ST-NAME
                   DISPLAY "STREET     : " ST-STREET
                   DISPLAY "CITY/ST/ZIP: " ST-CITY " " ST-STATE
                       " " ST-ZIP
                   DISPLAY "ACTIVE     : " ST-ACTIVE-FLAG
           END-READ.

       GET-SHIP-TO-DETAILS.
           DISPLAY "ENTER SHIP-TO NAME:".
           ACCEPT ST-NAME.
           DISPLAY "ENTER STREET:".
           ACCEPT ST-STREET.
           DISPLAY "ENTER CITY:".
           ACCEPT ST-CITY.
           DISPLAY "ENTER STATE:".
           ACCEPT ST-STATE.
           PERFORM CHECK-SHIP-TO-STATE.
           DISPLAY "ENTER ZIP:".
           ACCEPT ST-ZIP.
           PERFORM GET-ACTIVE-FLAG.
           MOVE WS-ENTERED-FLAG TO ST-ACTIVE-FLAG.

       CHECK-SHIP-TO-STATE.
      *    Only a warning - a state with no rate record is how the
      *    no-sales-tax states are carried, so it may be right.
           IF TAX-TABLE-ON
               MOVE ST-STATE TO TX-STATE
               READ TAX-RATE-FILE
                   KEY IS TX-STATE
                   INVALID KEY
                       DISPLAY "NOTE - STATE " ST-STATE " HAS NO TAX "
                           "RATE; ORDERS SHIPPED HERE CARRY NO TAX."
               END-READ
           END-IF.

       GET-ACTIVE-FLAG.
           MOVE SPACE TO WS-ENTERED-FLAG.
           PERFORM UNTIL WS-ENTERED-FLAG = "A" OR "I"
               DISPLAY "ENTER ACTIVE FLAG (A=ACTIVE I=INACTIVE):"
               ACCEPT WS-ENTERED-FLAG
               IF WS-ENTERED-FLAG NOT = "A" AND "I"
                   DISPLAY "Active flag must be A or I."
               END-IF
           END-PERFORM.

           COPY OPERPD.
           COPY RUNLOGPD.
