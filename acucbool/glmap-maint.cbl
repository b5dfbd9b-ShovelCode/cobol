      *          keys the department-to-account map once here instead
      *          of re-mapping the journal import by hand every
      *          month. The department is validated against the
      *          department master when one is on the system. A
      *          department that carries stock is also given the
      *          inventory, cost of goods sold and shrink expense
      *          accounts GLEXTR journals its stock movements to;
      *          left blank they go to GL-SUSP. The
      *          received-not-invoiced liability is mapped under
      *          the pseudo-department RNI, as freight income is
      *          under FREIGHT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-DEPT-CHECK-SWITCH    PIC X       VALUE "N".
           88  DEPT-VALIDATION-ON              VALUE "Y".
       01  WS-NEW-ACCOUNT          PIC X(10).

           COPY OPERWS.
           COPY RETCODE.
           PERFORM GET-MAP-DEPARTMENT.
           DISPLAY "ENTER GL ACCOUNT NUMBER:".
           ACCEPT GM-GL-ACCOUNT.
           MOVE SPACES TO GM-INVENTORY-ACCOUNT.
           MOVE SPACES TO GM-COGS-ACCOUNT.
           MOVE SPACES TO GM-SHRINK-ACCOUNT.
           IF GM-DEPARTMENT NOT = "FREIGHT" AND "RNI"
               DISPLAY "ENTER INVENTORY ACCOUNT (BLANK IF THE "
                   "DEPARTMENT CARRIES NO STOCK):"
               ACCEPT GM-INVENTORY-ACCOUNT
               DISPLAY "ENTER COST OF GOODS SOLD ACCOUNT:"
               ACCEPT GM-COGS-ACCOUNT
               DISPLAY "ENTER SHRINK EXPENSE ACCOUNT:"
               ACCEPT GM-SHRINK-ACCOUNT
           END-IF.
           WRITE GL-MAP-RECORD
               INVALID KEY
                   DISPLAY "REJECTED - department " GM-DEPARTMENT
               NOT INVALID KEY
                   DISPLAY "ENTER NEW GL ACCOUNT NUMBER:"
                   ACCEPT GM-GL-ACCOUNT
                   IF GM-DEPARTMENT NOT = "FREIGHT" AND "RNI"
                       PERFORM UPDATE-INVENTORY-ACCOUNTS
                   END-IF
                   REWRITE GL-MAP-RECORD
                       INVALID KEY
                           DISPLAY "UPDATE FAILED, STATUS "
                   DISPLAY "DEPARTMENT NOT MAPPED."
               NOT INVALID KEY
                   DISPLAY "GL ACCOUNT: " GM-GL-ACCOUNT
                   IF GM-DEPARTMENT NOT = "FREIGHT" AND "RNI"
                       DISPLAY "INVENTORY:  " GM-INVENTORY-ACCOUNT
                       DISPLAY "COGS:       " GM-COGS-ACCOUNT
                       DISPLAY "SHRINK:     " GM-SHRINK-ACCOUNT
                   END-IF
           END-READ.

       UPDATE-INVENTORY-ACCOUNTS.
      *    Blank keeps the account on file, so a sales account
      *    change does not mean re-keying the stock accounts.
           DISPLAY "INVENTORY ACCOUNT " GM-INVENTORY-ACCOUNT
               " - NEW ACCOUNT OR BLANK TO KEEP:".
           ACCEPT WS-NEW-ACCOUNT.
           IF WS-NEW-ACCOUNT NOT = SPACES
               MOVE WS-NEW-ACCOUNT TO GM-INVENTORY-ACCOUNT
           END-IF.
           DISPLAY "COGS ACCOUNT " GM-COGS-ACCOUNT
               " - NEW ACCOUNT OR BLANK TO KEEP:".
           ACCEPT WS-NEW-ACCOUNT.
           IF WS-NEW-ACCOUNT NOT = SPACES
               MOVE WS-NEW-ACCOUNT TO GM-COGS-ACCOUNT
           END-IF.
           DISPLAY "SHRINK ACCOUNT " GM-SHRINK-ACCOUNT
               " - NEW ACCOUNT OR BLANK TO KEEP:".
           ACCEPT WS-NEW-ACCOUNT.
           IF WS-NEW-ACCOUNT NOT = SPACES
               MOVE WS-NEW-ACCOUNT TO GM-SHRINK-ACCOUNT
           END-IF.

       GET-MAP-DEPARTMENT.
           DISPLAY "ENTER DEPARTMENT:".
           ACCEPT GM-DEPARTMENT.
