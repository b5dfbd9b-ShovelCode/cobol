      ******************************************************************
      * Purpose: Dunning letter run with escalation by aging level.
      *          Reads the open-item detail file in customer sequence,
      *          finds each customer's most overdue debt - days past
      *          the due date the customer's payment terms set - and
      *          merges the matching letter template - lettdun1.txt
      *          (gentle reminder, past due), lettdun2.txt (firmer,
      *          over 30 days past due), lettdun3.txt (final notice,
      *          over 60 days past due) - through
      *          the same marker-substitution and page-broken print
      *          machinery CUSTLTR uses. The level each customer last
      *          received is carried on dunlevel.dat, and a customer
      *          is never escalated by more than one level per run,
      *          so nobody jumps from a first reminder straight to a
      *          final notice. Markers: &NAME, &ADDRESS, &ID, and
      *          &BALANCE (the customer's total open amount). Items
      *          collections has flagged in dispute count toward
      *          neither the age nor the balance, so a dispute alone
      *          never escalates a customer.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-HELD-BACK-COUNT      PIC 9(5)    VALUE 0.
       01  WS-TODAY-RUN-DATE       PIC 9(8).
       01  WS-TODAY-INTEGER        PIC 9(8).
       01  WS-DUE-INTEGER          PIC 9(8).
       01  WS-AGE-DAYS             PIC S9(5).
       01  WS-WORST-AGE-DAYS       PIC S9(5)   VALUE 0.
       01  WS-CUST-OPEN-TOTAL      PIC S9(9)V99 VALUE 0.
           END-IF.
      *    Only real open debt dates a customer; credits and relieved
      *    items count toward the balance but never toward the age.
      *    The age is days past the item's due date; an item with
      *    none falls due on the house terms. An item in dispute is
      *    left out of both - no letter demands what collections is
      *    still sorting out with the customer.
           IF NOT OI-ITEM-DISPUTED
               ADD OI-OPEN-AMOUNT TO WS-CUST-OPEN-TOTAL
           END-IF.
           IF OI-OPEN-AMOUNT > 0
               AND NOT OI-ITEM-DISPUTED
               IF OI-DUE-DATE = 0
                   COMPUTE WS-DUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (OI-ITEM-DATE)
                           + OI-WS-HOUSE-NET-DAYS
               ELSE
                   COMPUTE WS-DUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (OI-DUE-DATE)
               END-IF
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-INTEGER - WS-DUE-INTEGER
               IF WS-AGE-DAYS > WS-WORST-AGE-DAYS
                   MOVE WS-AGE-DAYS TO WS-WORST-AGE-DAYS
               END-IF

       SET-DUE-LEVEL.
           EVALUATE TRUE
               WHEN WS-WORST-AGE-DAYS > 60
                   MOVE 3 TO WS-DUE-LEVEL
               WHEN WS-WORST-AGE-DAYS > 30
                   MOVE 2 TO WS-DUE-LEVEL
               WHEN WS-WORST-AGE-DAYS > 0
                   MOVE 1 TO WS-DUE-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-DUE-LEVEL

       SELECT-SEND-LEVEL.
      *    Escalation is one level at a time: a customer who has
      *    never been dunned gets the gentle reminder even 90 days
      *    past due, so the paper trail the collectors (and counsel)
      *    rely on is never skipped.
           MOVE 0 TO WS-LAST-LEVEL.
           MOVE WS-PREV-CUSTOMER-ID TO DN-CUSTOMER-ID.
