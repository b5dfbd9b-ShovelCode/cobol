      ******************************************************************
      * DSPLREC - shared DISPUTE-LOG-RECORD layout for the dispute log
      *           (dispute.log). See DSPLSEL. The action is F (item
      *           flagged in dispute) or C (dispute cleared); a
      *           clearing record carries the reason the item was
      *           disputed under. The open amount is what was still
      *           owed on the item at the time. The action date is
      *           the business date the action was keyed.
      ******************************************************************
       01  DISPUTE-LOG-RECORD.
           05  DL-ACTION-DATE      PIC 9(8).
           05  DL-ACTION-TIME      PIC 9(8).
           05  DL-OPERATOR-ID      PIC X(10).
           05  DL-CUSTOMER-ID      PIC X(10).
           05  DL-REFERENCE        PIC X(10).
           05  DL-INVOICE-NUMBER   PIC 9(8).
           05  DL-ACTION-CODE      PIC X.
               88  DL-DISPUTE-FLAGGED          VALUE "F".
               88  DL-DISPUTE-CLEARED          VALUE "C".
           05  DL-REASON-CODE      PIC X(4).
           05  DL-OPEN-AMOUNT      PIC S9(9)V99.
