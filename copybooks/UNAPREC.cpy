      ******************************************************************
      * UNAPREC - shared UNAPPLIED-CASH-RECORD layout for the
      *           unapplied-cash feed (unapcash.dat). See UNAPSEL.
      *           UC-AMOUNT is the check amount as deposited; the
      *           remitter and deposit date are kept so accounting can
      *           still find the check when the payer turns up.
      ******************************************************************
       01  UNAPPLIED-CASH-RECORD.
           05  UC-CHECK-NUMBER     PIC X(10).
           05  UC-REMITTER-NAME    PIC X(30).
           05  UC-AMOUNT           PIC S9(7)V99.
           05  UC-DEPOSIT-DATE     PIC 9(8).
           05  UC-ENTRY-DATE       PIC 9(8).
           05  UC-OPERATOR-ID      PIC X(10).
