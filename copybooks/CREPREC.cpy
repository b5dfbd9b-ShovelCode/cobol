      ******************************************************************
      * CREPREC - shared CUSTOMER-REP-RECORD layout for the customer-
      *           to-rep assignment file (custrep.dat). See CREPSEL.
      *           RP-SALESPERSON-ID names a rep on slsper.dat; the
      *           date and operator record who keyed the assignment.
      ******************************************************************
       01  CUSTOMER-REP-RECORD.
           05  RP-ASSIGNMENT-KEY.
               10  RP-CUSTOMER-ID  PIC X(10).
               10  RP-EFFECTIVE-DATE PIC 9(8).
           05  RP-SALESPERSON-ID   PIC X(6).
           05  RP-ASSIGNED-DATE    PIC 9(8).
           05  RP-OPERATOR-ID      PIC X(10).
