      ******************************************************************
      * HIERPD - PROCEDURE DIVISION paragraphs for the account
      *          hierarchy tables. See HIERSEL and HIERWS. PERFORM
      *          LOAD-ACCOUNT-GROUPS once at start of run; it opens,
      *          reads, and closes custhier.dat itself, and a missing
      *          file simply loads no groups. A program that holds
      *          groups to their credit limit also COPYs HIERBPD.
      ******************************************************************
       LOAD-ACCOUNT-GROUPS.
           MOVE 0 TO AH-WS-GROUP-COUNT.
           MOVE 0 TO AH-WS-MEMBER-COUNT.
           OPEN INPUT ACCOUNT-HIERARCHY-FILE.
           IF HIERARCHY-FILE-STATUS = "00"
               MOVE "Y" TO AH-WS-LOADED-SWITCH
               MOVE "N" TO AH-WS-EOF-SWITCH
               PERFORM READ-HIERARCHY-RECORD
               PERFORM TABLE-ONE-HIERARCHY-RECORD
                   UNTIL AH-WS-END-OF-HIERARCHY
               CLOSE ACCOUNT-HIERARCHY-FILE
      *        Members are keyed by their own id, so a child can be
      *        read before its parent - point them at their group
      *        only once every parent is tabled.
               PERFORM RESOLVE-MEMBER-GROUP
                   VARYING AH-MEMBER-IDX FROM 1 BY 1
                   UNTIL AH-MEMBER-IDX > AH-WS-MEMBER-COUNT
           END-IF.

       READ-HIERARCHY-RECORD.
           READ ACCOUNT-HIERARCHY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO AH-WS-EOF-SWITCH
           END-READ.

       TABLE-ONE-HIERARCHY-RECORD.
           IF AH-WS-MEMBER-COUNT < 3000
               ADD 1 TO AH-WS-MEMBER-COUNT
               SET AH-MEMBER-IDX TO AH-WS-MEMBER-COUNT
               MOVE AH-CUSTOMER-ID
                   TO AH-WS-MEMBER-ID (AH-MEMBER-IDX)
               MOVE AH-PARENT-ID
                   TO AH-WS-MEMBER-PARENT (AH-MEMBER-IDX)
               MOVE 0 TO AH-WS-MEMBER-GROUP (AH-MEMBER-IDX)
           ELSE
               DISPLAY "WARNING - hierarchy member table full, "
                   "ACCOUNT " AH-CUSTOMER-ID " NOT GROUPED"
               MOVE "Y" TO AH-WS-OVERFLOW-SWITCH
           END-IF.
           IF AH-CUSTOMER-ID = AH-PARENT-ID
               IF AH-WS-GROUP-COUNT < 500
                   ADD 1 TO AH-WS-GROUP-COUNT
                   SET AH-GROUP-IDX TO AH-WS-GROUP-COUNT
                   MOVE AH-CUSTOMER-ID
                       TO AH-WS-GROUP-PARENT (AH-GROUP-IDX)
                   MOVE AH-GROUP-LIMIT
                       TO AH-WS-GROUP-LIMIT (AH-GROUP-IDX)
                   MOVE AH-CONSOLIDATE-FLAG
                       TO AH-WS-GROUP-CONSOLIDATE (AH-GROUP-IDX)
                   MOVE 0 TO AH-WS-GROUP-POSTED (AH-GROUP-IDX)
                   MOVE 0 TO AH-WS-GROUP-DAY (AH-GROUP-IDX)
               ELSE
                   DISPLAY "WARNING - hierarchy group table full, "
                       "PARENT " AH-CUSTOMER-ID " NOT GROUPED"
                   MOVE "Y" TO AH-WS-OVERFLOW-SWITCH
               END-IF
           END-IF.
           PERFORM READ-HIERARCHY-RECORD.

       RESOLVE-MEMBER-GROUP.
           SET AH-GROUP-IDX TO 1.
           SEARCH AH-WS-GROUP-ENTRY
               AT END
                   CONTINUE
               WHEN AH-GROUP-IDX > AH-WS-GROUP-COUNT
                   CONTINUE
               WHEN AH-WS-GROUP-PARENT (AH-GROUP-IDX) =
                       AH-WS-MEMBER-PARENT (AH-MEMBER-IDX)
                   SET AH-WS-MEMBER-GROUP (AH-MEMBER-IDX)
                       TO AH-GROUP-IDX
           END-SEARCH.

       FIND-ACCOUNT-GROUP.
      *    A customer on no group, or on a group whose parent record
      *    is missing, is not found - it stands alone.
           MOVE "N" TO AH-WS-FOUND-SWITCH.
           MOVE AH-WS-LOOKUP-ID TO AH-WS-PARENT-ID.
           IF AH-WS-MEMBER-COUNT > 0
               SET AH-MEMBER-IDX TO 1
               SEARCH AH-WS-MEMBER-ENTRY
                   AT END
                       CONTINUE
                   WHEN AH-MEMBER-IDX > AH-WS-MEMBER-COUNT
                       CONTINUE
                   WHEN AH-WS-MEMBER-ID (AH-MEMBER-IDX) =
                           AH-WS-LOOKUP-ID
                       IF AH-WS-MEMBER-GROUP (AH-MEMBER-IDX) > 0
                           MOVE "Y" TO AH-WS-FOUND-SWITCH
                           SET AH-GROUP-IDX
                               TO AH-WS-MEMBER-GROUP (AH-MEMBER-IDX)
                           MOVE AH-WS-MEMBER-PARENT (AH-MEMBER-IDX)
                               TO AH-WS-PARENT-ID
                       END-IF
               END-SEARCH
           END-IF.
