       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIERMNT.
      ******************************************************************
      * Purpose: Account hierarchy maintenance - links a franchise
      *          group's child accounts to the parent CUSTOMER-ID on
      *          custhier.dat, so the group is limited, billed, and
      *          aged as the one customer it really is. One level
      *          only: a parent cannot itself be linked under another
      *          parent, and an account with children cannot become a
      *          child. Linking a child creates the parent's own
      *          record if it has none. The parent's record carries
      *          the group credit limit (zero for none) and whether
      *          the head office takes one consolidated statement;
      *          raising a group limit past the supervisor threshold
      *          is a supervisor action, as it is in CREDMNT. Inquiry
      *          lists the group's members with their posted balances
      *          and the combined figure the order run tests.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HIERSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY CBALSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-HIERARCHY-FILE.
           COPY HIERREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  CUSTOMER-BALANCE-FILE.
           COPY CBALREC.

           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  HIERARCHY-FILE-STATUS   PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  BALANCE-FILE-STATUS     PIC XX.
       01  WS-TRANSACTION-CODE     PIC X.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-SCAN-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-HIERARCHY-SCAN           VALUE "Y".
       01  WS-CHILD-ID             PIC X(10).
       01  WS-PARENT-ID            PIC X(10).
       01  WS-SCAN-PARENT-ID       PIC X(10).
       01  WS-CHILD-COUNT          PIC 9(5).
       01  WS-OLD-LIMIT            PIC S9(9)V99.
       01  WS-NEW-LIMIT            PIC S9(9)V99.
       01  WS-ENTERED-FLAG         PIC X.
       01  WS-MEMBER-BALANCE       PIC S9(9)V99.
       01  WS-GROUP-BALANCE        PIC S9(11)V99.
       01  WS-BALANCE-DISPLAY      PIC ZZZZZZZZZZ9.99-.
       01  WS-LIMIT-DISPLAY        PIC ZZZZZZZZ9.99-.
       01  WS-MEMBER-FLAG          PIC X(8).

      *    Raising a group limit past this figure is a supervisor
      *    call, the same figure CREDMNT holds account limits to.
       01  WS-SUPV-THRESHOLD       PIC S9(9)V99 VALUE 5000.00.

           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY VALIDWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "HIERMNT" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-ONE-TRANSACTION
               UNTIL OPERATOR-DONE.
           CLOSE ACCOUNT-HIERARCHY-FILE.
           CLOSE CUSTOMER-FILE.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O ACCOUNT-HIERARCHY-FILE.
           IF HIERARCHY-FILE-STATUS = "05" OR "35"
               CLOSE ACCOUNT-HIERARCHY-FILE
               OPEN OUTPUT ACCOUNT-HIERARCHY-FILE
               CLOSE ACCOUNT-HIERARCHY-FILE
               OPEN I-O ACCOUNT-HIERARCHY-FILE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.

       PROCESS-ONE-TRANSACTION.
           DISPLAY "ACCOUNT HIERARCHY MAINTENANCE - "
               "L)ink R)emove G)roup terms I)nquiry Q)uit".
           ACCEPT WS-TRANSACTION-CODE.
           EVALUATE WS-TRANSACTION-CODE
               WHEN "L"
               WHEN "l"
                   PERFORM LINK-TRANSACTION
                       THRU LINK-TRANSACTION-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM REMOVE-TRANSACTION
                       THRU REMOVE-TRANSACTION-EXIT
               WHEN "G"
               WHEN "g"
                   PERFORM GROUP-TERMS-TRANSACTION
                       THRU GROUP-TERMS-TRANSACTION-EXIT
               WHEN "I"
               WHEN "i"
                   PERFORM INQUIRY-TRANSACTION
                       THRU INQUIRY-TRANSACTION-EXIT
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid transaction code - "
                       "enter L/R/G/I/Q."
           END-EVALUATE.

       LINK-TRANSACTION.
           DISPLAY "ENTER PARENT CUSTOMER ID:".
           ACCEPT WS-PARENT-ID.
           MOVE WS-PARENT-ID TO CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   DISPLAY "PARENT NOT ON CUSTOMER FILE - NOT LINKED."
                   GO TO LINK-TRANSACTION-EXIT
           END-READ.
           DISPLAY "PARENT  : " CUSTOMER-NAME.
           DISPLAY "ENTER CHILD CUSTOMER ID:".
           ACCEPT WS-CHILD-ID.
           IF WS-CHILD-ID = WS-PARENT-ID
               DISPLAY "REJECTED - an account cannot be its own "
                   "child."
               GO TO LINK-TRANSACTION-EXIT
           END-IF.
           MOVE WS-CHILD-ID TO CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   DISPLAY "CHILD NOT ON CUSTOMER FILE - NOT LINKED."
                   GO TO LINK-TRANSACTION-EXIT
           END-READ.
           DISPLAY "CHILD   : " CUSTOMER-NAME.
      *    One level only - the parent must not sit under another
      *    parent, and the child must not have children of its own.
           MOVE WS-PARENT-ID TO AH-CUSTOMER-ID.
           READ ACCOUNT-HIERARCHY-FILE
               KEY IS AH-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AH-PARENT-ID NOT = WS-PARENT-ID
                       DISPLAY "REJECTED - " WS-PARENT-ID
                           " is itself a child of " AH-PARENT-ID
                       GO TO LINK-TRANSACTION-EXIT
                   END-IF
           END-READ.
           MOVE WS-CHILD-ID TO WS-SCAN-PARENT-ID.
           PERFORM COUNT-GROUP-CHILDREN.
           IF WS-CHILD-COUNT > 0
               DISPLAY "REJECTED - " WS-CHILD-ID " has "
                   WS-CHILD-COUNT " child account(s) of its own."
               GO TO LINK-TRANSACTION-EXIT
           END-IF.
           PERFORM STORE-PARENT-OWN-RECORD.
           MOVE WS-CHILD-ID TO AH-CUSTOMER-ID.
           READ ACCOUNT-HIERARCHY-FILE
               KEY IS AH-CUSTOMER-ID
               INVALID KEY
                   PERFORM BUILD-CHILD-RECORD
                   WRITE ACCOUNT-HIERARCHY-RECORD
                   DISPLAY WS-CHILD-ID " LINKED UNDER " WS-PARENT-ID
               NOT INVALID KEY
                   DISPLAY "NOTE - " WS-CHILD-ID " MOVED FROM GROUP "
                       AH-PARENT-ID
                   PERFORM BUILD-CHILD-RECORD
                   REWRITE ACCOUNT-HIERARCHY-RECORD
                   DISPLAY WS-CHILD-ID " LINKED UNDER " WS-PARENT-ID
           END-READ.

       LINK-TRANSACTION-EXIT.
           EXIT.

       STORE-PARENT-OWN-RECORD.
      *    The parent's own record is what makes it a group; a new
      *    group starts with no group limit and separate statements.
           MOVE WS-PARENT-ID TO AH-CUSTOMER-ID.
           READ ACCOUNT-HIERARCHY-FILE
               KEY IS AH-CUSTOMER-ID
               INVALID KEY
                   MOVE WS-PARENT-ID     TO AH-CUSTOMER-ID
                   MOVE WS-PARENT-ID     TO AH-PARENT-ID
                   MOVE 0                TO AH-GROUP-LIMIT
                   MOVE "N"              TO AH-CONSOLIDATE-FLAG
                   MOVE WS-BUSINESS-DATE TO AH-ENTERED-DATE
                   MOVE OP-SIGNED-ON-ID  TO AH-OPERATOR-ID
                   WRITE ACCOUNT-HIERARCHY-RECORD
                   DISPLAY "NEW GROUP STARTED FOR PARENT "
                       WS-PARENT-ID
           END-READ.

       BUILD-CHILD-RECORD.
           MOVE WS-CHILD-ID      TO AH-CUSTOMER-ID.
           MOVE WS-PARENT-ID     TO AH-PARENT-ID.
           MOVE 0                TO AH-GROUP-LIMIT.
           MOVE "N"              TO AH-CONSOLIDATE-FLAG.
           MOVE WS-BUSINESS-DATE TO AH-ENTERED-DATE.
           MOVE OP-SIGNED-ON-ID  TO AH-OPERATOR-ID.

       REMOVE-TRANSACTION.
      *    A child leaves its group and stands alone again. A parent
      *    can only be removed once its children are gone, which
      *    ends the group.
           DISPLAY "ENTER CUSTOMER ID TO REMOVE FROM ITS GROUP:".
           ACCEPT WS-CHILD-ID.
           MOVE WS-CHILD-ID TO WS-SCAN-PARENT-ID.
           PERFORM COUNT-GROUP-CHILDREN.
           IF WS-CHILD-COUNT > 0
               DISPLAY "REJECTED - " WS-CHILD-ID " is the parent of "
                   WS-CHILD-COUNT " account(s); remove them first."
               GO TO REMOVE-TRANSACTION-EXIT
           END-IF.
           MOVE WS-CHILD-ID TO AH-CUSTOMER-ID.
           READ ACCOUNT-HIERARCHY-FILE
               KEY IS AH-CUSTOMER-ID
               INVALID KEY
                   DISPLAY "ACCOUNT IS NOT IN ANY GROUP."
                   GO TO REMOVE-TRANSACTION-EXIT
           END-READ.
           DELETE ACCOUNT-HIERARCHY-FILE
               INVALID KEY
                   DISPLAY "REMOVE FAILED, STATUS "
                       HIERARCHY-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY WS-CHILD-ID " REMOVED FROM ITS GROUP."
           END-DELETE.

       REMOVE-TRANSACTION-EXIT.
           EXIT.

       GROUP-TERMS-TRANSACTION.
           DISPLAY "ENTER PARENT CUSTOMER ID:".
           ACCEPT WS-PARENT-ID.
           MOVE WS-PARENT-ID TO CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE."
                   GO TO GROUP-TERMS-TRANSACTION-EXIT
           END-READ.
           DISPLAY "PARENT  : " CUSTOMER-NAME.
           MOVE WS-PARENT-ID TO AH-CUSTOMER-ID.
           READ ACCOUNT-HIERARCHY-FILE
               KEY IS AH-CUSTOMER-ID
               INVALID KEY
                   DISPLAY "NOT A GROUP PARENT - link a child to it "
                       "first."
                   GO TO GROUP-TERMS-TRANSACTION-EXIT
           END-READ.
           IF AH-PARENT-ID NOT = WS-PARENT-ID
               DISPLAY "REJECTED - " WS-PARENT-ID " is a child of "
                   AH-PARENT-ID "; group terms are set on the parent."
               GO TO GROUP-TERMS-TRANSACTION-EXIT
           END-IF.
           MOVE AH-GROUP-LIMIT TO WS-OLD-LIMIT.
           MOVE AH-GROUP-LIMIT TO WS-LIMIT-DISPLAY.
           DISPLAY "CURRENT GROUP LIMIT : " WS-LIMIT-DISPLAY.
           DISPLAY "CONSOLIDATED STMT   : " AH-CONSOLIDATE-FLAG.
           PERFORM GET-NEW-GROUP-LIMIT.
           IF WS-NEW-LIMIT > WS-OLD-LIMIT
               AND WS-NEW-LIMIT > WS-SUPV-THRESHOLD
               AND NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "INCREASE REFUSED - supervisor authority is "
                   "required to raise a limit past the threshold."
               GO TO GROUP-TERMS-TRANSACTION-EXIT
           END-IF.
           PERFORM GET-CONSOLIDATE-FLAG.
           MOVE WS-NEW-LIMIT     TO AH-GROUP-LIMIT.
           MOVE WS-ENTERED-FLAG  TO AH-CONSOLIDATE-FLAG.
           MOVE WS-BUSINESS-DATE TO AH-ENTERED-DATE.
           MOVE OP-SIGNED-ON-ID  TO AH-OPERATOR-ID.
           REWRITE ACCOUNT-HIERARCHY-RECORD
               INVALID KEY
                   DISPLAY "UPDATE FAILED, STATUS "
                       HIERARCHY-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "GROUP TERMS SET FOR " WS-PARENT-ID
           END-REWRITE.

       GROUP-TERMS-TRANSACTION-EXIT.
           EXIT.

       GET-NEW-GROUP-LIMIT.
      *    Zero is a valid group limit - it leaves each member held
      *    to its own limit only.
           DISPLAY "ENTER GROUP CREDIT LIMIT (IMPLIED 2 DECIMALS, "
               "0 = NONE):".
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               END-IF
           END-PERFORM.
           MOVE VAL-NUMERIC-FIELD TO WS-NEW-LIMIT.

       GET-CONSOLIDATE-FLAG.
           MOVE SPACE TO WS-ENTERED-FLAG.
           PERFORM UNTIL WS-ENTERED-FLAG = "Y" OR "N"
               DISPLAY "ONE CONSOLIDATED STATEMENT TO THE PARENT? "
                   "(Y/N):"
               ACCEPT WS-ENTERED-FLAG
               IF WS-ENTERED-FLAG NOT = "Y" AND "N"
                   DISPLAY "Enter Y or N."
               END-IF
           END-PERFORM.

       INQUIRY-TRANSACTION.
           DISPLAY "ENTER CUSTOMER ID:".
           ACCEPT WS-CHILD-ID.
           MOVE WS-CHILD-ID TO AH-CUSTOMER-ID.
           READ ACCOUNT-HIERARCHY-FILE
               KEY IS AH-CUSTOMER-ID
               INVALID KEY
                   DISPLAY "ACCOUNT IS NOT IN ANY GROUP."
                   GO TO INQUIRY-TRANSACTION-EXIT
           END-READ.
           MOVE AH-PARENT-ID TO WS-PARENT-ID.
           IF AH-PARENT-ID NOT = WS-CHILD-ID
               MOVE WS-PARENT-ID TO AH-CUSTOMER-ID
               READ ACCOUNT-HIERARCHY-FILE
                   KEY IS AH-CUSTOMER-ID
                   INVALID KEY
                       DISPLAY "PARENT " WS-PARENT-ID
                           " HAS NO GROUP RECORD."
                       GO TO INQUIRY-TRANSACTION-EXIT
               END-READ
           END-IF.
           DISPLAY "GROUP PARENT        : " WS-PARENT-ID.
           MOVE AH-GROUP-LIMIT TO WS-LIMIT-DISPLAY.
           IF AH-GROUP-LIMIT > 0
               DISPLAY "GROUP LIMIT         : " WS-LIMIT-DISPLAY
           ELSE
               DISPLAY "GROUP LIMIT         : NONE"
           END-IF.
           DISPLAY "CONSOLIDATED STMT   : " AH-CONSOLIDATE-FLAG.
           PERFORM LIST-GROUP-MEMBERS.

       INQUIRY-TRANSACTION-EXIT.
           EXIT.

       LIST-GROUP-MEMBERS.
      *    Every member with its posted balance, and the combined
      *    balance the order run holds against the group limit.
           MOVE 0 TO WS-GROUP-BALANCE.
           OPEN INPUT CUSTOMER-BALANCE-FILE.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           PERFORM START-HIERARCHY-SCAN.
           PERFORM LIST-ONE-MEMBER
               UNTIL END-OF-HIERARCHY-SCAN.
           IF BALANCE-FILE-STATUS = "00"
               CLOSE CUSTOMER-BALANCE-FILE
           END-IF.
           MOVE WS-GROUP-BALANCE TO WS-BALANCE-DISPLAY.
           DISPLAY "GROUP POSTED BALANCE: " WS-BALANCE-DISPLAY.

       LIST-ONE-MEMBER.
           IF AH-PARENT-ID = WS-PARENT-ID
               MOVE 0 TO WS-MEMBER-BALANCE
               IF BALANCE-FILE-STATUS = "00"
                   MOVE AH-CUSTOMER-ID TO CB-CUSTOMER-ID
                   READ CUSTOMER-BALANCE-FILE
                       KEY IS CB-CUSTOMER-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CB-BALANCE TO WS-MEMBER-BALANCE
                   END-READ
               END-IF
               ADD WS-MEMBER-BALANCE TO WS-GROUP-BALANCE
               IF AH-CUSTOMER-ID = WS-PARENT-ID
                   MOVE "PARENT" TO WS-MEMBER-FLAG
               ELSE
                   MOVE "CHILD" TO WS-MEMBER-FLAG
               END-IF
               MOVE WS-MEMBER-BALANCE TO WS-BALANCE-DISPLAY
               DISPLAY "  " AH-CUSTOMER-ID " " WS-MEMBER-FLAG " "
                   WS-BALANCE-DISPLAY
           END-IF.
           PERFORM READ-NEXT-HIERARCHY.

       COUNT-GROUP-CHILDREN.
      *    Children of WS-SCAN-PARENT-ID - any member naming it as
      *    parent other than its own record.
           MOVE 0 TO WS-CHILD-COUNT.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           PERFORM START-HIERARCHY-SCAN.
           PERFORM COUNT-ONE-CHILD
               UNTIL END-OF-HIERARCHY-SCAN.

       COUNT-ONE-CHILD.
           IF AH-PARENT-ID = WS-SCAN-PARENT-ID
               AND AH-CUSTOMER-ID NOT = WS-SCAN-PARENT-ID
               ADD 1 TO WS-CHILD-COUNT
           END-IF.
           PERFORM READ-NEXT-HIERARCHY.

       START-HIERARCHY-SCAN.
           MOVE LOW-VALUES TO AH-CUSTOMER-ID.
           START ACCOUNT-HIERARCHY-FILE
               KEY IS NOT LESS THAN AH-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF-SWITCH
           END-START.
           IF NOT END-OF-HIERARCHY-SCAN
               PERFORM READ-NEXT-HIERARCHY
           END-IF.

       READ-NEXT-HIERARCHY.
           READ ACCOUNT-HIERARCHY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SWITCH
           END-READ.

           COPY OPERPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
