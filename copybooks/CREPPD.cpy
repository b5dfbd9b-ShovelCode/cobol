      ******************************************************************
      * CREPPD - PROCEDURE DIVISION paragraphs for the customer-to-
      *          rep lookup. See CREPSEL. Walks the customer's
      *          assignments in effective-date order and keeps the
      *          last one that had taken effect by the as-of date.
      ******************************************************************
       FIND-CUSTOMER-REP.
           MOVE SPACES TO RP-WS-SALESPERSON-ID.
           MOVE "N"    TO RP-WS-SCAN-SWITCH.
           IF NOT RP-WS-FILE-OPEN
               MOVE "Y" TO RP-WS-SCAN-SWITCH
           ELSE
               MOVE RP-WS-CUSTOMER-ID TO RP-CUSTOMER-ID
               MOVE 0                 TO RP-EFFECTIVE-DATE
               START CUSTOMER-REP-FILE
                   KEY IS NOT LESS THAN RP-ASSIGNMENT-KEY
                   INVALID KEY
                       MOVE "Y" TO RP-WS-SCAN-SWITCH
               END-START
           END-IF.
           PERFORM TAKE-ONE-REP-ASSIGNMENT
               UNTIL RP-WS-SCAN-DONE.

       TAKE-ONE-REP-ASSIGNMENT.
           READ CUSTOMER-REP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO RP-WS-SCAN-SWITCH
               NOT AT END
                   IF RP-CUSTOMER-ID NOT = RP-WS-CUSTOMER-ID
                       OR RP-EFFECTIVE-DATE > RP-WS-AS-OF-DATE
                       MOVE "Y" TO RP-WS-SCAN-SWITCH
                   ELSE
                       MOVE RP-SALESPERSON-ID TO RP-WS-SALESPERSON-ID
                   END-IF
           END-READ.
