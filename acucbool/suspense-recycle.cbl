      *          forward, and the aged-suspense report (1 day, 2-5
      *          days, over 5 days) keeps the leak visible - items
      *          must not quietly sit in suspense forever.
      *
      *          Credit-held lines are re-tested against the
      *          customer's own limit and, for a member of a
      *          franchise group on the account hierarchy, against
      *          the group limit too, so a group hold stays held
      *          until the group as a whole has room.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY CBALSEL.
           COPY CREDSEL.
           COPY HIERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
           COPY SUSPREC.

       FD  SUSPENSE-WORK-FILE.
       01  SUSPENSE-WORK-RECORD    PIC X(91).

       FD  ORDER-LINE-FILE.
           COPY ORDLREC.
           COPY CRDHREC.

       FD  CREDIT-HOLD-WORK-FILE.
       01  CREDIT-HOLD-WORK-RECORD PIC X(117).

       FD  CUSTOMER-BALANCE-FILE.
           COPY CBALREC.
       FD  CUSTOMER-CREDIT-FILE.
           COPY CREDREC.

       FD  ACCOUNT-HIERARCHY-FILE.
           COPY HIERREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       01  WS-PROJECTED-BALANCE    PIC S9(9)V99.
       01  WS-HOLD-FITS-SWITCH     PIC X.
           88  HELD-LINE-NOW-FITS              VALUE "Y".
       01  WS-GROUP-PROJECTED      PIC S9(11)V99.

           COPY HIERWS.
       01  WS-BRANCH-SUB           PIC 9(3).
       01  WS-SUSP-BRANCH-TABLE.
           05  WS-SBR-COUNT        PIC 9(3)    VALUE 0.
           MOVE SU-BRANCH-CODE TO OL-BRANCH-CODE.
           MOVE SU-ORDER-NUMBER TO OL-ORDER-NUMBER.
           MOVE SU-ORDER-DATE  TO OL-ORDER-DATE.
           MOVE SU-SHIP-TO-CODE TO OL-SHIP-TO-CODE.
           WRITE ORDER-LINE-RECORD.
           ADD 1 TO WS-RELEASED-COUNT.

           OPEN OUTPUT CREDIT-HOLD-WORK-FILE.
           OPEN INPUT CUSTOMER-CREDIT-FILE.
           OPEN INPUT CUSTOMER-BALANCE-FILE.
           IF CREDIT-FILE-STATUS = "00"
               PERFORM LOAD-ACCOUNT-GROUPS
               IF BALANCE-FILE-STATUS = "00"
                   PERFORM ADD-GROUP-POSTED-BALANCES
               END-IF
           END-IF.
           OPEN EXTEND ORDER-LINE-FILE.
           IF ORDER-LINE-STATUS = "05" OR "35"
               OPEN OUTPUT ORDER-LINE-FILE
               MOVE CH-BRANCH-CODE TO OL-BRANCH-CODE
               MOVE CH-ORDER-NUMBER TO OL-ORDER-NUMBER
               MOVE CH-ORDER-DATE  TO OL-ORDER-DATE
               MOVE CH-SHIP-TO-CODE TO OL-SHIP-TO-CODE
               WRITE ORDER-LINE-RECORD
               ADD 1 TO WS-HOLD-RELEASED-COUNT
           ELSE
           READ CUSTOMER-CREDIT-FILE
               KEY IS CR-CUSTOMER-ID
               INVALID KEY
                   PERFORM RETEST-GROUP-LIMIT
                   GO TO RETEST-HELD-LINE-EXIT
           END-READ.
           MOVE 0 TO WS-CURRENT-BALANCE.
           COMPUTE WS-PROJECTED-BALANCE =
               WS-CURRENT-BALANCE + CH-EXTENDED-AMOUNT.
           IF WS-PROJECTED-BALANCE NOT > CR-CREDIT-LIMIT
               PERFORM RETEST-GROUP-LIMIT
           END-IF.

       RETEST-HELD-LINE-EXIT.
           EXIT.

       RETEST-GROUP-LIMIT.
      *    The line fits its own limit (or has none); it is released
      *    only if its group, with the lines already released back
      *    tonight, still has room under the group limit.
           MOVE "Y" TO WS-HOLD-FITS-SWITCH.
           MOVE CH-CUSTOMER-ID TO AH-WS-LOOKUP-ID.
           PERFORM FIND-ACCOUNT-GROUP.
           IF AH-WS-GROUP-FOUND
               IF AH-WS-GROUP-LIMIT (AH-GROUP-IDX) > 0
                   COMPUTE WS-GROUP-PROJECTED =
                       AH-WS-GROUP-POSTED (AH-GROUP-IDX)
                       + AH-WS-GROUP-DAY (AH-GROUP-IDX)
                       + CH-EXTENDED-AMOUNT
                   IF WS-GROUP-PROJECTED >
                           AH-WS-GROUP-LIMIT (AH-GROUP-IDX)
                       MOVE "N" TO WS-HOLD-FITS-SWITCH
                   ELSE
                       ADD CH-EXTENDED-AMOUNT
                           TO AH-WS-GROUP-DAY (AH-GROUP-IDX)
                   END-IF
               END-IF
           END-IF.

       COPY-HOLD-WORK-BACK.
           MOVE "N" TO WS-HOLD-EOF-SWITCH.
           OPEN INPUT CREDIT-HOLD-WORK-FILE.
           PERFORM READ-WORK-RECORD.

           COPY RPTCTLPD.
           COPY HIERPD.
           COPY HIERBPD.
           COPY RUNLOGPD.
