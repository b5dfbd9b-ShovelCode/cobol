      *          had. OL-QUANTITY is unsigned and ORDENTRY rejects
      *          anything non-positive, so returns used to be faked
      *          with adjustments that the department figures never
      *          saw. The operator keys the CUSTOMER-ID (validated
      *          against the master - closed accounts still return
      *          goods), the item that came back (validated against
      *          the item master; the return takes the item's
      *          department), the quantity returned, the unit price,
      *          a required reason code, and whether the goods are
      *          resaleable or damaged; the transaction is appended
      *          to the return file for the nightly posting to credit
      *          the balance, print the credit memo, restock or log
      *          the goods, and feed the department and GL figures.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY ITEMSEL.
           COPY CNTCSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  COUNT-CONTROL-FILE.
           COPY CNTCREC.

           COPY OPERFD.
           COPY RUNLOGFD.
       WORKING-STORAGE SECTION.
       01  RETURN-TRANS-STATUS     PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  COUNT-CONTROL-STATUS    PIC XX.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-ANOTHER-RETURN       PIC X.
       01  WS-ENTERED-COUNT        PIC 9(5)    VALUE 0.
       01  WS-CUSTOMER-OK-SWITCH   PIC X       VALUE "N".
           88  CUSTOMER-ACCEPTED               VALUE "Y".
       01  WS-ITEM-OK-SWITCH       PIC X       VALUE "N".
           88  ITEM-ACCEPTED                   VALUE "Y".
       01  WS-COUNT-FILE-SWITCH    PIC X       VALUE "N".
           88  COUNT-CHECK-ON                  VALUE "Y".
       01  WS-REASON-CODE          PIC X(4).
       01  WS-RETURN-CONDITION     PIC X.

           COPY OPERWS.
           COPY RETCODE.

       OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "NO ITEM MASTER ON SYSTEM - build it with "
                   "ITEMMNT before taking returns against it."
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
      *    No count control file means no department has ever been
      *    counted - there is nothing to warn about.
           OPEN INPUT COUNT-CONTROL-FILE.
           IF COUNT-CONTROL-STATUS = "00"
               MOVE "Y" TO WS-COUNT-FILE-SWITCH
           END-IF.
           OPEN EXTEND RETURN-TRANS-FILE.
           IF RETURN-TRANS-STATUS = "05" OR "35"
       ENTER-ONE-RETURN.
           PERFORM GET-VALID-CUSTOMER.
           IF CUSTOMER-ACCEPTED
               PERFORM GET-VALID-ITEM
               MOVE IT-ITEM-NUMBER    TO RT-ITEM-NUMBER
               MOVE IT-DEPARTMENT     TO RT-DEPARTMENT
               DISPLAY "ENTER QUANTITY RETURNED:"
               PERFORM ACCEPT-NONZERO-NUMBER
               MOVE VAL-NUMERIC-FIELD TO RT-QUANTITY
               MOVE VAL-NUMERIC-FIELD TO RT-UNIT-PRICE
               PERFORM GET-REASON-CODE
               MOVE WS-REASON-CODE    TO RT-REASON-CODE
               PERFORM GET-RETURN-CONDITION
               MOVE WS-RETURN-CONDITION TO RT-CONDITION
               PERFORM GET-BUSINESS-DATE
               MOVE WS-BUSINESS-DATE  TO RT-ENTRY-DATE
               MOVE OP-SIGNED-ON-ID   TO RT-OPERATOR-ID
               END-READ
           END-IF.

       GET-VALID-ITEM.
      *    The item must be on the master so the posting can restock
      *    it; an inactive item is accepted - a discontinued product
      *    still comes back. The return takes the item's department.
           MOVE "N" TO WS-ITEM-OK-SWITCH.
           PERFORM UNTIL ITEM-ACCEPTED
               DISPLAY "ENTER ITEM NUMBER RETURNED:"
               ACCEPT IT-ITEM-NUMBER
               READ ITEM-MASTER-FILE
                   KEY IS IT-ITEM-NUMBER
                   INVALID KEY
                       DISPLAY "ITEM NOT ON MASTER - TRY AGAIN."
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ITEM-OK-SWITCH
                       DISPLAY "ITEM: " IT-DESCRIPTION
                           "  DEPARTMENT: " IT-DEPARTMENT
                       IF ITEM-INACTIVE
                           DISPLAY "NOTE - item is inactive; the "
                               "return is still accepted."
                       END-IF
               END-READ
           END-PERFORM.

       GET-RETURN-CONDITION.
      *    Resaleable goods go back to on-hand at the nightly posting;
      *    damaged goods go to the damaged-goods log instead.
           MOVE SPACE TO WS-RETURN-CONDITION.
           PERFORM UNTIL WS-RETURN-CONDITION = "R" OR "D"
               DISPLAY "RESALEABLE OR DAMAGED? (R/D)"
               ACCEPT WS-RETURN-CONDITION
               IF WS-RETURN-CONDITION = "r"
                   MOVE "R" TO WS-RETURN-CONDITION
               END-IF
               IF WS-RETURN-CONDITION = "d"
                   MOVE "D" TO WS-RETURN-CONDITION
               END-IF
               IF WS-RETURN-CONDITION NOT = "R" AND "D"
                   DISPLAY "Key R (back to stock) or D (damaged)."
               END-IF
           END-PERFORM.
           IF WS-RETURN-CONDITION = "R" AND COUNT-CHECK-ON
               PERFORM CHECK-COUNT-IN-PROGRESS
           END-IF.

       CHECK-COUNT-IN-PROGRESS.
      *    The posting restocks tonight whatever the count status,
      *    the same as any other on-hand change during a count; the
      *    goods must stay off the counted shelf until it posts.
           MOVE IT-DEPARTMENT TO CC-DEPARTMENT.
           READ COUNT-CONTROL-FILE
               KEY IS CC-DEPARTMENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COUNT-IN-PROGRESS
                       DISPLAY "NOTE - DEPARTMENT " IT-DEPARTMENT
                           " IS BEING COUNTED. Hold these goods off "
                           "the shelf until the count is posted."
                   END-IF
           END-READ.

       GET-REASON-CODE.
           MOVE SPACES TO WS-REASON-CODE.
       CLOSE-FILES.
           CLOSE RETURN-TRANS-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE ITEM-MASTER-FILE.
           IF COUNT-CHECK-ON
               CLOSE COUNT-CONTROL-FILE
           END-IF.

           COPY OPERPD.
