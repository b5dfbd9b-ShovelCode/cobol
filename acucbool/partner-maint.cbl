       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPRTMNT.
      ******************************************************************
      * Purpose: Trading partner maintenance - designates the
      *          customers whose invoices also go out on the nightly
      *          outbound invoice file (tradptnr.dat), with the
      *          partner's own code for us that heads every invoice
      *          we send them. Modeled on the customer side of
      *          TERMMNT. Anyone may look a customer up; designating
      *          or dropping a partner is a supervisor action, since
      *          it changes what the partner's payables department
      *          receives.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TPRTSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRADING-PARTNER-FILE.
           COPY TPRTREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  TRADING-PARTNER-STATUS  PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  WS-TRANSACTION-CODE     PIC X.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-NEW-PARTNER-CODE     PIC X(15).

           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "TPRTMNT" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-ONE-TRANSACTION
               UNTIL OPERATOR-DONE.
           CLOSE TRADING-PARTNER-FILE.
           CLOSE CUSTOMER-FILE.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O TRADING-PARTNER-FILE.
           IF TRADING-PARTNER-STATUS = "05" OR "35"
               CLOSE TRADING-PARTNER-FILE
               OPEN OUTPUT TRADING-PARTNER-FILE
               CLOSE TRADING-PARTNER-FILE
               OPEN I-O TRADING-PARTNER-FILE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.

       PROCESS-ONE-TRANSACTION.
           DISPLAY "TRADING PARTNER MAINTENANCE - "
               "C)ustomer Q)uit".
           ACCEPT WS-TRANSACTION-CODE.
           EVALUATE WS-TRANSACTION-CODE
               WHEN "C"
               WHEN "c"
                   PERFORM PARTNER-TRANSACTION
                       THRU PARTNER-TRANSACTION-EXIT
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid transaction code - enter C/Q."
           END-EVALUATE.

       PARTNER-TRANSACTION.
           DISPLAY "ENTER CUSTOMER ID:".
           ACCEPT CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE."
                   GO TO PARTNER-TRANSACTION-EXIT
           END-READ.
           DISPLAY "CUSTOMER : " CUSTOMER-NAME.
           MOVE CUSTOMER-ID TO TP-CUSTOMER-ID.
           READ TRADING-PARTNER-FILE
               KEY IS TP-CUSTOMER-ID
               INVALID KEY
                   DISPLAY "NOT A TRADING PARTNER - PAPER INVOICES "
                       "ONLY"
               NOT INVALID KEY
                   DISPLAY "PARTNER CODE " TP-PARTNER-CODE
                       " - SET " TP-ASSIGNED-DATE " BY "
                       TP-OPERATOR-ID
           END-READ.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "Supervisor authority is required to change a "
                   "trading partner."
               GO TO PARTNER-TRANSACTION-EXIT
           END-IF.
           DISPLAY "ENTER PARTNER CODE (BLANK = DROP PARTNER, "
               "* = NO CHANGE):".
           ACCEPT WS-NEW-PARTNER-CODE.
           IF WS-NEW-PARTNER-CODE = "*"
               GO TO PARTNER-TRANSACTION-EXIT
           END-IF.
           IF WS-NEW-PARTNER-CODE = SPACES
               PERFORM DROP-TRADING-PARTNER
               GO TO PARTNER-TRANSACTION-EXIT
           END-IF.
           PERFORM SET-TRADING-PARTNER.

       PARTNER-TRANSACTION-EXIT.
           EXIT.

       SET-TRADING-PARTNER.
           MOVE CUSTOMER-ID         TO TP-CUSTOMER-ID.
           MOVE WS-NEW-PARTNER-CODE TO TP-PARTNER-CODE.
           MOVE WS-BUSINESS-DATE    TO TP-ASSIGNED-DATE.
           MOVE OP-SIGNED-ON-ID     TO TP-OPERATOR-ID.
           WRITE TRADING-PARTNER-RECORD
               INVALID KEY
                   REWRITE TRADING-PARTNER-RECORD
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.
           DISPLAY "INVOICES FOR " CUSTOMER-ID
               " GO OUT ELECTRONICALLY FROM TONIGHT".

       DROP-TRADING-PARTNER.
      *    No record means paper only - nothing left to go stale.
           MOVE CUSTOMER-ID TO TP-CUSTOMER-ID.
           DELETE TRADING-PARTNER-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           DISPLAY "PAPER INVOICES ONLY FOR " CUSTOMER-ID.

           COPY OPERPD.
           COPY RUNLOGPD.
