      ******************************************************************
      * PSUSREC - shared PAYMENT-SUSPENSE-RECORD layout for the lockbox
      *           payment suspense file (paysusp.dat). See PSUSSEL.
      *           The first six fields are the bank's remittance
      *           unchanged, so a corrected record feeds straight
      *           back through the lockbox import. Reason codes:
      *           NOCU = account not on file, NONM = no account keyed
      *           and the remitter name matched nothing.
      *           PS-SUSPENSE-DATE is the night the item suspended;
      *           the aging counts from it.
      ******************************************************************
       01  PAYMENT-SUSPENSE-RECORD.
           05  PS-ACCOUNT-ID       PIC X(10).
           05  PS-REMITTER-NAME    PIC X(30).
           05  PS-CHECK-NUMBER     PIC X(10).
           05  PS-AMOUNT           PIC 9(7)V99.
           05  PS-DEPOSIT-DATE     PIC 9(8).
           05  PS-INVOICE-NUMBER   PIC X(8)    OCCURS 5 TIMES.
           05  PS-REASON-CODE      PIC X(4).
               88  PS-ACCOUNT-NOT-ON-FILE      VALUE "NOCU".
               88  PS-NAME-NOT-MATCHED         VALUE "NONM".
           05  PS-SUSPENSE-DATE    PIC 9(8).
