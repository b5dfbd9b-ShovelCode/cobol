      *          the file that drives credit holds, so limits stop
      *          being loaded by mystery. Inquiry and update of
      *          CR-CREDIT-LIMIT with the customer's name, posted
      *          balance, payment rating, and current hold activity
      *          shown for context. Raising a limit above the supervisor
      *          threshold is a supervisor action; every change lands
      *          on the limit history with the operator, date, and
      *          old and new limits - the trail a bad debt gets

           COPY LMHSSEL.
           COPY OPERSEL.
           COPY PBHVSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.

           COPY LMHSFD.
           COPY OPERFD.

       FD  PAYMENT-BEHAVIOR-FILE.
           COPY PBHVREC.

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.

           COPY LMHSWS.
           COPY OPERWS.
           COPY PBHVWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY VALIDWS.

       SHOW-CREDIT-CONTEXT.
      *    The whole picture before the decision: the limit, the
      *    posted balance, how the customer pays, and how many of the
      *    customer's lines sit on tonight's hold list.
           MOVE 0 TO WS-OLD-LIMIT.
           MOVE CUSTOMER-ID TO CR-CUSTOMER-ID.
           READ CUSTOMER-CREDIT-FILE
           END-READ.
           DISPLAY "CUSTOMER      : " CUSTOMER-NAME.
           PERFORM SHOW-POSTED-BALANCE.
           MOVE CUSTOMER-ID TO PB-CUSTOMER-ID.
           PERFORM SHOW-PAYMENT-RATING.
           PERFORM COUNT-HELD-LINES.
           DISPLAY "LINES ON HOLD : " WS-HELD-LINE-COUNT.


           COPY LMHSPD.
           COPY OPERPD.
           COPY PBHVPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
