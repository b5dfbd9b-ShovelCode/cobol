           COPY JRNLSEL.
           COPY ACCLSEL.
           COPY LMHSSEL.
           COPY PBHVSEL.
           COPY RUNLOGSEL.
           COPY ABENDSEL.

           COPY JRNLFD.
           COPY ACCLFD.
           COPY LMHSFD.

       FD  PAYMENT-BEHAVIOR-FILE.
           COPY PBHVREC.

           COPY RUNLOGFD.
           COPY ABENDFD.

           COPY JRNLWS.
           COPY ACCLWS.
           COPY LMHSWS.
           COPY PBHVWS.
           COPY RUNLOGWS.
           COPY ABENDWS.


       CUST360-TRANSACTION.
      *    Everything about one account on a single inquiry: the
      *    master record and payment rating, the recent before/after
      *    entries from the change log, and the customer's order
      *    lines - so a service rep working a dispute no longer has
      *    to ask IT to grep custchg.log by hand.
           DISPLAY "ENTER CUSTOMER ID:".
           ACCEPT CUSTOMER-ID.
           PERFORM READ-RECORD.
               DISPLAY "EMAIL  : " CUSTOMER-EMAIL
               DISPLAY "STATUS : " CUSTOMER-STATUS
               PERFORM SHOW-CUSTOMER-BALANCE
               MOVE CUSTOMER-ID TO PB-CUSTOMER-ID
               PERFORM SHOW-PAYMENT-RATING
               PERFORM SHOW-CHANGE-HISTORY
               PERFORM SHOW-ORDER-ACTIVITY
           END-IF.
           COPY JRNLPD.
           COPY ACCLPD.
           COPY LMHSPD.
           COPY PBHVPD.
           COPY RUNLOGPD.
           COPY ABENDPD.
