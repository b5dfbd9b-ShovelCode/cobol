      ******************************************************************
      * TCALREC - shared TIMECARD-APPROVAL-RECORD layout for the
      *           timecard approval log (tcappr.log). See TCALSEL.
      *           The decision date is the business date of the
      *           review; the card fields mirror TCRDREC.
      ******************************************************************
       01  TIMECARD-APPROVAL-RECORD.
           05  TA-DECISION-DATE    PIC 9(8).
           05  TA-DECISION-TIME    PIC 9(8).
           05  TA-OPERATOR-ID      PIC X(10).
           05  TA-EMP-ID           PIC 9(5).
           05  TA-WORK-DATE        PIC 9(8).
           05  TA-HOURS            PIC 9(2)V99.
           05  TA-HOURS-TYPE       PIC X.
           05  TA-DECISION         PIC X.
               88  TA-APPROVED                 VALUE "A".
               88  TA-REJECTED                 VALUE "R".
           05  TA-REJECT-REASON    PIC X(4).
