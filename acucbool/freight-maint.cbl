       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRTMNT.
      ******************************************************************
      * Purpose: Freight rate table maintenance - add/update/delete/
      *          inquiry against freight.dat, modeled on TAXMNT, so
      *          the freight the invoice run bills by destination
      *          zone (first three digits of the ship-to ZIP) and
      *          merchandise-value bracket is keyed once here. Each
      *          bracket is keyed by its upper limit; an invoice
      *          takes the lowest limit of its zone that covers it,
      *          and one over the zone's highest limit ships free.
      *          Also keeps the customer freight waiver (custfrt.dat)
      *          for accounts whose agreement includes delivery, the
      *          way TERMMNT keeps customer terms beside its table.
      *          Anyone may look a waiver up; setting or lifting one
      *          is a supervisor action, since it takes the freight
      *          off every invoice after it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FRTSEL.
           COPY CFRTSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-RATE-FILE.
           COPY FRTREC.

       FD  CUSTOMER-FREIGHT-FILE.
           COPY CFRTREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  FREIGHT-RATE-STATUS     PIC XX.
       01  CUSTOMER-FREIGHT-STATUS PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  WS-TRANSACTION-CODE     PIC X.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-WANTED-ZONE          PIC X(3).
       01  WS-ZONE-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-ZONE                     VALUE "Y".
       01  WS-BRACKET-COUNT        PIC 9(4)    VALUE 0.
       01  WS-LIMIT-DISPLAY        PIC Z,ZZZ,ZZ9.99.
       01  WS-CHARGE-DISPLAY       PIC ZZ,ZZ9.99.
       01  WS-NEW-WAIVER           PIC X.

           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY VALIDWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "FRTMNT" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-ONE-TRANSACTION
               UNTIL OPERATOR-DONE.
           CLOSE FREIGHT-RATE-FILE.
           CLOSE CUSTOMER-FREIGHT-FILE.
           CLOSE CUSTOMER-FILE.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O FREIGHT-RATE-FILE.
           IF FREIGHT-RATE-STATUS = "05" OR "35"
               CLOSE FREIGHT-RATE-FILE
               OPEN OUTPUT FREIGHT-RATE-FILE
               CLOSE FREIGHT-RATE-FILE
               OPEN I-O FREIGHT-RATE-FILE
           END-IF.
           OPEN I-O CUSTOMER-FREIGHT-FILE.
           IF CUSTOMER-FREIGHT-STATUS = "05" OR "35"
               CLOSE CUSTOMER-FREIGHT-FILE
               OPEN OUTPUT CUSTOMER-FREIGHT-FILE
               CLOSE CUSTOMER-FREIGHT-FILE
               OPEN I-O CUSTOMER-FREIGHT-FILE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.

       PROCESS-ONE-TRANSACTION.
           DISPLAY "FREIGHT RATE MAINTENANCE - "
               "A)dd U)pdate D)elete I)nquiry W)aiver Q)uit".
           ACCEPT WS-TRANSACTION-CODE.
           EVALUATE WS-TRANSACTION-CODE
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-TRANSACTION
               WHEN "U"
               WHEN "u"
                   PERFORM UPDATE-TRANSACTION
               WHEN "D"
               WHEN "d"
                   PERFORM DELETE-TRANSACTION
               WHEN "I"
               WHEN "i"
                   PERFORM INQUIRY-TRANSACTION
               WHEN "W"
               WHEN "w"
                   PERFORM WAIVER-TRANSACTION
                       THRU WAIVER-TRANSACTION-EXIT
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid transaction code - enter "
                       "A/U/D/I/W/Q."
           END-EVALUATE.

       ADD-TRANSACTION.
           PERFORM GET-BRACKET-KEY.
           PERFORM GET-FREIGHT-CHARGE.
           WRITE FREIGHT-RATE-RECORD
               INVALID KEY
                   DISPLAY "REJECTED - bracket already on file for "
                       "zone " FR-ZONE
           END-WRITE.

       UPDATE-TRANSACTION.
           PERFORM GET-BRACKET-KEY.
           READ FREIGHT-RATE-FILE
               KEY IS FR-RATE-KEY
               INVALID KEY
                   DISPLAY "BRACKET NOT FOUND."
               NOT INVALID KEY
                   PERFORM SHOW-ONE-BRACKET
                   PERFORM GET-FREIGHT-CHARGE
                   REWRITE FREIGHT-RATE-RECORD
                       INVALID KEY
                           DISPLAY "UPDATE FAILED, STATUS "
                               FREIGHT-RATE-STATUS
                   END-REWRITE
           END-READ.

       DELETE-TRANSACTION.
      *    Removing a bracket lets the next higher limit of the zone
      *    cover its invoices; removing the last one lets the zone
      *    ship free.
           PERFORM GET-BRACKET-KEY.
           READ FREIGHT-RATE-FILE
               KEY IS FR-RATE-KEY
               INVALID KEY
                   DISPLAY "BRACKET NOT FOUND."
               NOT INVALID KEY
                   DELETE FREIGHT-RATE-FILE RECORD
                       INVALID KEY
                           DISPLAY "DELETE FAILED, STATUS "
                               FREIGHT-RATE-STATUS
                       NOT INVALID KEY
                           DISPLAY "BRACKET REMOVED."
                   END-DELETE
           END-READ.

       INQUIRY-TRANSACTION.
      *    Lists every bracket keyed for the zone, lowest limit
      *    first - the order the invoice run searches them.
           DISPLAY "ENTER ZONE (FIRST 3 DIGITS OF ZIP):".
           ACCEPT WS-WANTED-ZONE.
           MOVE 0 TO WS-BRACKET-COUNT.
           MOVE "N" TO WS-ZONE-EOF-SWITCH.
           MOVE WS-WANTED-ZONE TO FR-ZONE.
           MOVE 0 TO FR-BRACKET-LIMIT.
           START FREIGHT-RATE-FILE
               KEY IS NOT LESS THAN FR-RATE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ZONE-EOF-SWITCH
           END-START.
           IF NOT END-OF-ZONE
               PERFORM READ-NEXT-BRACKET
           END-IF.
           PERFORM SHOW-ZONE-BRACKET
               UNTIL END-OF-ZONE.
           IF WS-BRACKET-COUNT = 0
               DISPLAY "NO BRACKETS FOR ZONE " WS-WANTED-ZONE
                   " - INVOICES SHIP FREE"
           ELSE
               DISPLAY "OVER THE HIGHEST LIMIT - INVOICES SHIP FREE"
           END-IF.

       READ-NEXT-BRACKET.
           READ FREIGHT-RATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ZONE-EOF-SWITCH
           END-READ.
           IF NOT END-OF-ZONE
               AND FR-ZONE NOT = WS-WANTED-ZONE
               MOVE "Y" TO WS-ZONE-EOF-SWITCH
           END-IF.

       SHOW-ZONE-BRACKET.
           ADD 1 TO WS-BRACKET-COUNT.
           PERFORM SHOW-ONE-BRACKET.
           PERFORM READ-NEXT-BRACKET.

       SHOW-ONE-BRACKET.
           MOVE FR-BRACKET-LIMIT TO WS-LIMIT-DISPLAY.
           MOVE FR-CHARGE        TO WS-CHARGE-DISPLAY.
           DISPLAY "ZONE " FR-ZONE "  UP TO " WS-LIMIT-DISPLAY
               "  FREIGHT " WS-CHARGE-DISPLAY.

       GET-BRACKET-KEY.
      *    Uses the shared VALIDPD numeric check; the limit is a
      *    merchandise value, so it must be above zero.
           DISPLAY "ENTER ZONE (FIRST 3 DIGITS OF ZIP):".
           ACCEPT FR-ZONE.
           DISPLAY "ENTER BRACKET UPPER LIMIT (IMPLIED 2 DECIMALS):".
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               ELSE
                   IF VAL-NUMERIC-FIELD NOT > 0
                       OR VAL-NUMERIC-FIELD > 9999999.99
                       DISPLAY "Limit must be 0.01 to 9999999.99. "
                           "Try again."
                       MOVE "N" TO VAL-VALID-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
           MOVE VAL-NUMERIC-FIELD TO FR-BRACKET-LIMIT.

       GET-FREIGHT-CHARGE.
      *    Zero is a valid charge - a bracket keyed to ship free
      *    below a higher one that charges.
           DISPLAY "ENTER FREIGHT CHARGE (IMPLIED 2 DECIMALS):".
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               ELSE
                   IF VAL-NUMERIC-FIELD < 0
                       OR VAL-NUMERIC-FIELD > 99999.99
                       DISPLAY "Charge must be 0 to 99999.99. "
                           "Try again."
                       MOVE "N" TO VAL-VALID-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
           MOVE VAL-NUMERIC-FIELD TO FR-CHARGE.

       WAIVER-TRANSACTION.
           DISPLAY "ENTER CUSTOMER ID:".
           ACCEPT CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE."
                   GO TO WAIVER-TRANSACTION-EXIT
           END-READ.
           DISPLAY "CUSTOMER : " CUSTOMER-NAME.
           MOVE CUSTOMER-ID TO CF-CUSTOMER-ID.
           READ CUSTOMER-FREIGHT-FILE
               KEY IS CF-CUSTOMER-ID
               INVALID KEY
                   DISPLAY "NO WAIVER - FREIGHT IS CHARGED"
               NOT INVALID KEY
                   DISPLAY "FREIGHT WAIVED - SET " CF-ASSIGNED-DATE
                       " BY " CF-OPERATOR-ID
           END-READ.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "Supervisor authority is required to change a "
                   "freight waiver."
               GO TO WAIVER-TRANSACTION-EXIT
           END-IF.
           DISPLAY "WAIVE FREIGHT? (Y = WAIVE, N = CHARGE, "
               "* = NO CHANGE):".
           ACCEPT WS-NEW-WAIVER.
           EVALUATE WS-NEW-WAIVER
               WHEN "Y"
               WHEN "y"
                   PERFORM SET-FREIGHT-WAIVER
               WHEN "N"
               WHEN "n"
                   PERFORM REMOVE-FREIGHT-WAIVER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WAIVER-TRANSACTION-EXIT.
           EXIT.

       SET-FREIGHT-WAIVER.
           MOVE CUSTOMER-ID       TO CF-CUSTOMER-ID.
           MOVE "Y"               TO CF-WAIVED-FLAG.
           MOVE WS-BUSINESS-DATE  TO CF-ASSIGNED-DATE.
           MOVE OP-SIGNED-ON-ID   TO CF-OPERATOR-ID.
           WRITE CUSTOMER-FREIGHT-RECORD
               INVALID KEY
                   REWRITE CUSTOMER-FREIGHT-RECORD
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.
           DISPLAY "FREIGHT WAIVED FOR " CUSTOMER-ID.

       REMOVE-FREIGHT-WAIVER.
      *    No record means freight is charged - nothing left to go
      *    stale.
           MOVE CUSTOMER-ID TO CF-CUSTOMER-ID.
           DELETE CUSTOMER-FREIGHT-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           DISPLAY "FREIGHT CHARGED FOR " CUSTOMER-ID.

           COPY OPERPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
