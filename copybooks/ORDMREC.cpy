           05  MO-BRANCH-CODE      PIC X(4).
           05  MO-ORDER-NUMBER     PIC 9(8).
           05  MO-ORDER-DATE       PIC 9(8).
      *    MO-SALESPERSON-ID is the rep who owned the customer on
      *    the order date, stamped at ship release - the line the
      *    commission run pays on. SPACES for a house account, and
      *    on the finance-charge lines.
           05  MO-SALESPERSON-ID   PIC X(6).
      *    MO-POST-DATE is the business date the line reached this
      *    file - the night it shipped, or the night the finance
      *    charge was assessed. MO-ORDER-DATE stays the date the
      *    order was taken, which a backorder keeps for weeks, so
      *    the month a line is billed and paid in goes by this date.
           05  MO-POST-DATE        PIC 9(8).
