      ******************************************************************
      * HIERBPD - PROCEDURE DIVISION paragraphs that total each
      *           account group's posted balance. See HIERWS. COPY
      *           after HIERPD in a program that also has the
      *           customer balance file (CBALSEL/CBALREC); PERFORM
      *           ADD-GROUP-POSTED-BALANCES after LOAD-ACCOUNT-GROUPS
      *           with CUSTOMER-BALANCE-FILE open and
      *           BALANCE-FILE-STATUS "00".
      ******************************************************************
       ADD-GROUP-POSTED-BALANCES.
           PERFORM ADD-ONE-MEMBER-BALANCE
               VARYING AH-MEMBER-IDX FROM 1 BY 1
               UNTIL AH-MEMBER-IDX > AH-WS-MEMBER-COUNT.

       ADD-ONE-MEMBER-BALANCE.
           IF AH-WS-MEMBER-GROUP (AH-MEMBER-IDX) > 0
               MOVE AH-WS-MEMBER-ID (AH-MEMBER-IDX) TO CB-CUSTOMER-ID
               READ CUSTOMER-BALANCE-FILE
                   KEY IS CB-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET AH-GROUP-IDX
                           TO AH-WS-MEMBER-GROUP (AH-MEMBER-IDX)
                       ADD CB-BALANCE
                           TO AH-WS-GROUP-POSTED (AH-GROUP-IDX)
               END-READ
           END-IF.
