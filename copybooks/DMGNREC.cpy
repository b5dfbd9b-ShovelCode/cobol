      ******************************************************************
      * DMGNREC - shared DEPT-MARGIN-RECORD layout for the department
      *           margin history file (deptmgn.dat). See DMGNSEL.
      *           Sales and cost are gross of returns; the return
      *           amount and the cost of the returned goods are kept
      *           beside them so net margin is sales less returns
      *           against cost less returned cost. The last-posted
      *           date stops a rerun of the same night from adding
      *           that night twice.
      ******************************************************************
       01  DEPT-MARGIN-RECORD.
           05  DM-MARGIN-KEY.
               10  DM-DEPARTMENT   PIC X(10).
               10  DM-PERIOD       PIC 9(6).
           05  DM-SALES-AMOUNT     PIC S9(11)V99.
           05  DM-COST-AMOUNT      PIC S9(11)V99.
           05  DM-RETURN-AMOUNT    PIC S9(11)V99.
           05  DM-RETURN-COST      PIC S9(11)V99.
           05  DM-LAST-POSTED-DATE PIC 9(8).
