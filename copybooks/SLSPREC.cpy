      ******************************************************************
      * SLSPREC - shared SALESPERSON-RECORD layout for the salesperson
      *           master (slsper.dat). See SLSPSEL. SL-EMPLOYEE-ID is
      *           the rep's EMP-ID on the employee file, carried on
      *           the commission summary so payroll pays the right
      *           person; zero for an outside agent not on payroll.
      *           An inactive rep keeps the record (and the history
      *           that points at it) but takes no new assignments.
      ******************************************************************
       01  SALESPERSON-RECORD.
           05  SL-SALESPERSON-ID   PIC X(6).
           05  SL-NAME             PIC X(30).
           05  SL-EMPLOYEE-ID      PIC 9(5).
           05  SL-STATUS           PIC X.
               88  SL-ACTIVE                   VALUE "A".
               88  SL-INACTIVE                 VALUE "I".
           05  SL-CHANGED-DATE     PIC 9(8).
           05  SL-OPERATOR-ID      PIC X(10).
