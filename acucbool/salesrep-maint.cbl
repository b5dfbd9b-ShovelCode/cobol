       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSPMNT.
      ******************************************************************
      * Purpose: Salesperson maintenance - keeps the three files the
      *          monthly commission run (COMMRUN) works from, the
      *          way FRTMNT keeps its rate table beside the customer
      *          waivers:
      *            - the salesperson master (slsper.dat): name, the
      *              rep's employee number for payroll, and active/
      *              inactive status. A rep is never deleted - the
      *              assignment history and the shipped lines still
      *              name the rep - only made inactive;
      *            - the customer-to-rep assignments (custrep.dat),
      *              each dated, so a territory change takes effect
      *              on a given day and the history of who owned the
      *              account stays on file. An assignment to no rep
      *              makes the account a house account from that
      *              date;
      *            - the commission rates by department
      *              (comrate.dat), plus the WRITE-OFF rate charged
      *              back on bad debts. A department with no rate
      *              pays no commission.
      *          Anyone may look a rep, customer or rate up; every
      *          change is a supervisor action, since it moves what
      *          payroll pays.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SLSPSEL.
           COPY CREPSEL.
           COPY CMRTSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALESPERSON-FILE.
           COPY SLSPREC.

       FD  CUSTOMER-REP-FILE.
           COPY CREPREC.

       FD  COMMISSION-RATE-FILE.
           COPY CMRTREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  SALESPERSON-STATUS      PIC XX.
       01  COMMISSION-RATE-STATUS  PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  WS-TRANSACTION-CODE     PIC X.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-NEW-REP-SWITCH       PIC X.
           88  NEW-SALESPERSON                 VALUE "Y".
       01  WS-NEW-NAME             PIC X(30).
       01  WS-NEW-STATUS           PIC X.
       01  WS-CHANGE-ANSWER        PIC X.
       01  WS-NEW-SALESPERSON-ID   PIC X(6).
       01  WS-RATE-ACTION          PIC X.
       01  WS-RATE-DISPLAY         PIC Z9.99.
       01  WS-HISTORY-COUNT        PIC 9(4)    VALUE 0.
       01  WS-DATE-OK-SWITCH       PIC X       VALUE "N".
           88  EFFECTIVE-DATE-ACCEPTED         VALUE "Y".
       01  WS-DATE-CHECK           PIC 9(8).

           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY VALIDWS.
           COPY CREPWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "SLSPMNT" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-ONE-TRANSACTION
               UNTIL OPERATOR-DONE.
           CLOSE SALESPERSON-FILE.
           CLOSE CUSTOMER-REP-FILE.
           CLOSE COMMISSION-RATE-FILE.
           CLOSE CUSTOMER-FILE.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O SALESPERSON-FILE.
           IF SALESPERSON-STATUS = "05" OR "35"
               CLOSE SALESPERSON-FILE
               OPEN OUTPUT SALESPERSON-FILE
               CLOSE SALESPERSON-FILE
               OPEN I-O SALESPERSON-FILE
           END-IF.
           OPEN I-O CUSTOMER-REP-FILE.
           IF CUSTOMER-REP-STATUS = "05" OR "35"
               CLOSE CUSTOMER-REP-FILE
               OPEN OUTPUT CUSTOMER-REP-FILE
               CLOSE CUSTOMER-REP-FILE
               OPEN I-O CUSTOMER-REP-FILE
           END-IF.
           MOVE "Y" TO RP-WS-FILE-SWITCH.
           OPEN I-O COMMISSION-RATE-FILE.
           IF COMMISSION-RATE-STATUS = "05" OR "35"
               CLOSE COMMISSION-RATE-FILE
               OPEN OUTPUT COMMISSION-RATE-FILE
               CLOSE COMMISSION-RATE-FILE
               OPEN I-O COMMISSION-RATE-FILE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.

       PROCESS-ONE-TRANSACTION.
           DISPLAY "SALESPERSON MAINTENANCE - "
               "S)alesperson A)ssignment R)ate Q)uit".
           ACCEPT WS-TRANSACTION-CODE.
           EVALUATE WS-TRANSACTION-CODE
               WHEN "S"
               WHEN "s"
                   PERFORM SALESPERSON-TRANSACTION
                       THRU SALESPERSON-TRANSACTION-EXIT
               WHEN "A"
               WHEN "a"
                   PERFORM ASSIGNMENT-TRANSACTION
                       THRU ASSIGNMENT-TRANSACTION-EXIT
               WHEN "R"
               WHEN "r"
                   PERFORM RATE-TRANSACTION
                       THRU RATE-TRANSACTION-EXIT
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid transaction code - enter "
                       "S/A/R/Q."
           END-EVALUATE.

      ******************************************************************
      * Salesperson master
      ******************************************************************
       SALESPERSON-TRANSACTION.
           DISPLAY "ENTER SALESPERSON ID:".
           ACCEPT SL-SALESPERSON-ID.
           IF SL-SALESPERSON-ID = SPACES
               GO TO SALESPERSON-TRANSACTION-EXIT
           END-IF.
           MOVE "N" TO WS-NEW-REP-SWITCH.
           READ SALESPERSON-FILE
               KEY IS SL-SALESPERSON-ID
               INVALID KEY
                   DISPLAY "SALESPERSON NOT ON FILE."
                   MOVE "Y" TO WS-NEW-REP-SWITCH
               NOT INVALID KEY
                   PERFORM SHOW-SALESPERSON
           END-READ.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "Supervisor authority is required to change a "
                   "salesperson."
               GO TO SALESPERSON-TRANSACTION-EXIT
           END-IF.
           IF NEW-SALESPERSON
               PERFORM ADD-SALESPERSON
                   THRU ADD-SALESPERSON-EXIT
           ELSE
               PERFORM CHANGE-SALESPERSON
           END-IF.

       SALESPERSON-TRANSACTION-EXIT.
           EXIT.

       SHOW-SALESPERSON.
           DISPLAY "NAME     : " SL-NAME.
           IF SL-EMPLOYEE-ID = 0
               DISPLAY "EMPLOYEE : NONE - OUTSIDE AGENT"
           ELSE
               DISPLAY "EMPLOYEE : " SL-EMPLOYEE-ID
           END-IF.
           IF SL-ACTIVE
               DISPLAY "STATUS   : ACTIVE"
           ELSE
               DISPLAY "STATUS   : INACTIVE - TAKES NO NEW ACCOUNTS"
           END-IF.
           DISPLAY "CHANGED " SL-CHANGED-DATE " BY " SL-OPERATOR-ID.

       ADD-SALESPERSON.
           DISPLAY "ENTER NAME (BLANK = CANCEL):".
           ACCEPT WS-NEW-NAME.
           IF WS-NEW-NAME = SPACES
               GO TO ADD-SALESPERSON-EXIT
           END-IF.
           MOVE WS-NEW-NAME TO SL-NAME.
           PERFORM GET-EMPLOYEE-ID.
           MOVE "A"              TO SL-STATUS.
           MOVE WS-BUSINESS-DATE TO SL-CHANGED-DATE.
           MOVE OP-SIGNED-ON-ID  TO SL-OPERATOR-ID.
           WRITE SALESPERSON-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED, STATUS " SALESPERSON-STATUS
               NOT INVALID KEY
                   DISPLAY "SALESPERSON " SL-SALESPERSON-ID " ADDED."
           END-WRITE.

       ADD-SALESPERSON-EXIT.
           EXIT.

       CHANGE-SALESPERSON.
           DISPLAY "ENTER NAME (* = NO CHANGE):".
           ACCEPT WS-NEW-NAME.
           IF WS-NEW-NAME NOT = "*" AND WS-NEW-NAME NOT = SPACES
               MOVE WS-NEW-NAME TO SL-NAME
           END-IF.
           DISPLAY "CHANGE EMPLOYEE NUMBER? (Y/N):".
           ACCEPT WS-CHANGE-ANSWER.
           IF WS-CHANGE-ANSWER = "Y" OR "y"
               PERFORM GET-EMPLOYEE-ID
           END-IF.
           DISPLAY "ENTER STATUS (A = ACTIVE, I = INACTIVE, "
               "* = NO CHANGE):".
           ACCEPT WS-NEW-STATUS.
           EVALUATE WS-NEW-STATUS
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO SL-STATUS
               WHEN "I"
               WHEN "i"
                   MOVE "I" TO SL-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-BUSINESS-DATE TO SL-CHANGED-DATE.
           MOVE OP-SIGNED-ON-ID  TO SL-OPERATOR-ID.
           REWRITE SALESPERSON-RECORD
               INVALID KEY
                   DISPLAY "UPDATE FAILED, STATUS " SALESPERSON-STATUS
               NOT INVALID KEY
                   DISPLAY "SALESPERSON " SL-SALESPERSON-ID
                       " UPDATED."
           END-REWRITE.

       GET-EMPLOYEE-ID.
      *    Zero is an outside agent - paid on the summary, but not
      *    through payroll.
           DISPLAY "ENTER EMPLOYEE NUMBER (0 = OUTSIDE AGENT):".
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               ELSE
                   IF VAL-NUMERIC-FIELD < 0
                       OR VAL-NUMERIC-FIELD > 99999
                       DISPLAY "Employee number must be 0 to 99999. "
                           "Try again."
                       MOVE "N" TO VAL-VALID-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
           MOVE VAL-NUMERIC-FIELD TO SL-EMPLOYEE-ID.

      ******************************************************************
      * Customer-to-rep assignments
      ******************************************************************
       ASSIGNMENT-TRANSACTION.
           DISPLAY "ENTER CUSTOMER ID:".
           ACCEPT CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE."
                   GO TO ASSIGNMENT-TRANSACTION-EXIT
           END-READ.
           DISPLAY "CUSTOMER : " CUSTOMER-NAME.
           PERFORM LIST-ASSIGNMENT-HISTORY.
           MOVE CUSTOMER-ID      TO RP-WS-CUSTOMER-ID.
           MOVE WS-BUSINESS-DATE TO RP-WS-AS-OF-DATE.
           PERFORM FIND-CUSTOMER-REP.
           IF RP-WS-SALESPERSON-ID = SPACES
               DISPLAY "TODAY    : HOUSE ACCOUNT"
           ELSE
               DISPLAY "TODAY    : " RP-WS-SALESPERSON-ID
           END-IF.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "Supervisor authority is required to change an "
                   "assignment."
               GO TO ASSIGNMENT-TRANSACTION-EXIT
           END-IF.
           DISPLAY "ENTER SALESPERSON ID (BLANK = HOUSE ACCOUNT, "
               "* = NO CHANGE):".
           ACCEPT WS-NEW-SALESPERSON-ID.
           IF WS-NEW-SALESPERSON-ID = "*"
               GO TO ASSIGNMENT-TRANSACTION-EXIT
           END-IF.
           IF WS-NEW-SALESPERSON-ID NOT = SPACES
               MOVE WS-NEW-SALESPERSON-ID TO SL-SALESPERSON-ID
               READ SALESPERSON-FILE
                   KEY IS SL-SALESPERSON-ID
                   INVALID KEY
                       DISPLAY "SALESPERSON NOT ON FILE."
                       GO TO ASSIGNMENT-TRANSACTION-EXIT
               END-READ
               IF SL-INACTIVE
                   DISPLAY "SALESPERSON " SL-SALESPERSON-ID
                       " IS INACTIVE - TAKES NO NEW ACCOUNTS."
                   GO TO ASSIGNMENT-TRANSACTION-EXIT
               END-IF
               DISPLAY "ASSIGN TO " SL-NAME
           END-IF.
           PERFORM GET-EFFECTIVE-DATE.
           PERFORM FILE-ASSIGNMENT.

       ASSIGNMENT-TRANSACTION-EXIT.
           EXIT.

       LIST-ASSIGNMENT-HISTORY.
      *    Oldest first - the order the lookup walks them.
           MOVE 0 TO WS-HISTORY-COUNT.
           MOVE "N" TO RP-WS-SCAN-SWITCH.
           MOVE CUSTOMER-ID TO RP-CUSTOMER-ID.
           MOVE 0           TO RP-EFFECTIVE-DATE.
           START CUSTOMER-REP-FILE
               KEY IS NOT LESS THAN RP-ASSIGNMENT-KEY
               INVALID KEY
                   MOVE "Y" TO RP-WS-SCAN-SWITCH
           END-START.
           PERFORM SHOW-ONE-ASSIGNMENT
               UNTIL RP-WS-SCAN-DONE.
           IF WS-HISTORY-COUNT = 0
               DISPLAY "NO ASSIGNMENTS - HOUSE ACCOUNT"
           END-IF.

       SHOW-ONE-ASSIGNMENT.
           READ CUSTOMER-REP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO RP-WS-SCAN-SWITCH
           END-READ.
           IF NOT RP-WS-SCAN-DONE
               IF RP-CUSTOMER-ID NOT = CUSTOMER-ID
                   MOVE "Y" TO RP-WS-SCAN-SWITCH
               ELSE
                   ADD 1 TO WS-HISTORY-COUNT
                   IF RP-SALESPERSON-ID = SPACES
                       DISPLAY "FROM " RP-EFFECTIVE-DATE
                           "  HOUSE ACCOUNT  KEYED "
                           RP-ASSIGNED-DATE " BY " RP-OPERATOR-ID
                   ELSE
                       DISPLAY "FROM " RP-EFFECTIVE-DATE
                           "  REP " RP-SALESPERSON-ID
                           "         KEYED "
                           RP-ASSIGNED-DATE " BY " RP-OPERATOR-ID
                   END-IF
               END-IF
           END-IF.

       GET-EFFECTIVE-DATE.
      *    Ship release stamps each line with the rep as of its
      *    order date, so a back-dated change reaches only lines
      *    not yet shipped - and lines that shipped as house-account
      *    lines this month, which the commission run looks up
      *    again.
           MOVE "N" TO WS-DATE-OK-SWITCH.
           PERFORM UNTIL EFFECTIVE-DATE-ACCEPTED
               DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD, "
                   "0 = TODAY):"
               ACCEPT WS-DATE-CHECK
               IF WS-DATE-CHECK IS NUMERIC
                   IF WS-DATE-CHECK = 0
                       MOVE WS-BUSINESS-DATE TO WS-DATE-CHECK
                   END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK)
                           = 0
                       MOVE "Y" TO WS-DATE-OK-SWITCH
                   ELSE
                       DISPLAY "Not a valid date. Try again."
                   END-IF
               ELSE
                   DISPLAY "Enter the date as YYYYMMDD. Try again."
               END-IF
           END-PERFORM.

       FILE-ASSIGNMENT.
      *    A second change keyed for the same day replaces the
      *    first.
           MOVE CUSTOMER-ID           TO RP-CUSTOMER-ID.
           MOVE WS-DATE-CHECK         TO RP-EFFECTIVE-DATE.
           MOVE WS-NEW-SALESPERSON-ID TO RP-SALESPERSON-ID.
           MOVE WS-BUSINESS-DATE      TO RP-ASSIGNED-DATE.
           MOVE OP-SIGNED-ON-ID       TO RP-OPERATOR-ID.
           WRITE CUSTOMER-REP-RECORD
               INVALID KEY
                   REWRITE CUSTOMER-REP-RECORD
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-NEW-SALESPERSON-ID = SPACES
               DISPLAY CUSTOMER-ID " IS A HOUSE ACCOUNT FROM "
                   WS-DATE-CHECK
           ELSE
               DISPLAY CUSTOMER-ID " BELONGS TO "
                   WS-NEW-SALESPERSON-ID " FROM " WS-DATE-CHECK
           END-IF.

      ******************************************************************
      * Commission rates
      ******************************************************************
       RATE-TRANSACTION.
           DISPLAY "ENTER DEPARTMENT (WRITE-OFF = BAD DEBT RATE):".
           ACCEPT CP-DEPARTMENT.
           IF CP-DEPARTMENT = SPACES
               GO TO RATE-TRANSACTION-EXIT
           END-IF.
           READ COMMISSION-RATE-FILE
               KEY IS CP-DEPARTMENT
               INVALID KEY
                   DISPLAY "NO RATE - DEPARTMENT PAYS NO COMMISSION"
               NOT INVALID KEY
                   COMPUTE WS-RATE-DISPLAY = CP-RATE * 100
                   DISPLAY "RATE " WS-RATE-DISPLAY "% - SET "
                       CP-CHANGED-DATE " BY " CP-OPERATOR-ID
           END-READ.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "Supervisor authority is required to change a "
                   "commission rate."
               GO TO RATE-TRANSACTION-EXIT
           END-IF.
           DISPLAY "S = SET RATE, R = REMOVE RATE, * = NO CHANGE:".
           ACCEPT WS-RATE-ACTION.
           EVALUATE WS-RATE-ACTION
               WHEN "S"
               WHEN "s"
                   PERFORM SET-COMMISSION-RATE
               WHEN "R"
               WHEN "r"
                   PERFORM REMOVE-COMMISSION-RATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RATE-TRANSACTION-EXIT.
           EXIT.

       SET-COMMISSION-RATE.
           DISPLAY "ENTER RATE PERCENT (IMPLIED 2 DECIMALS):".
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               ELSE
                   IF VAL-NUMERIC-FIELD < 0
                       OR VAL-NUMERIC-FIELD > 99.99
                       DISPLAY "Rate must be 0 to 99.99 percent. "
                           "Try again."
                       MOVE "N" TO VAL-VALID-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE CP-RATE = VAL-NUMERIC-FIELD / 100.
           MOVE WS-BUSINESS-DATE TO CP-CHANGED-DATE.
           MOVE OP-SIGNED-ON-ID  TO CP-OPERATOR-ID.
           WRITE COMMISSION-RATE-RECORD
               INVALID KEY
                   REWRITE COMMISSION-RATE-RECORD
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.
           DISPLAY "RATE SET FOR " CP-DEPARTMENT.

       REMOVE-COMMISSION-RATE.
      *    No record means no commission - nothing left to go stale.
           DELETE COMMISSION-RATE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           DISPLAY "NO COMMISSION PAID ON " CP-DEPARTMENT.

           COPY OPERPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
           COPY CREPPD.
