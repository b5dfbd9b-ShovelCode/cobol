      *          one-time LAYCUTOV utility converts a pre-extension
      *          employee.dat (records reloaded with the new fields
      *          defaulted - a blank status is treated as active).
      *          Termination date and reason were added later and
      *          are keyed on the EMPMAINT terminate transaction;
      *          the monthly headcount report counts turnover from
      *          them.
      ******************************************************************
       01  EMPLOYEE-RECORD.
           05  EMP-ID              PIC 9(5).
      *    the gross-pay register flags a zero-rate employee instead
      *    of pricing a week of work at nothing silently.
           05  EMP-PAY-RATE        PIC 9(3)V99.
      *    Set when EMPMAINT terminates the employee; zero/space on
      *    an active employee and on one terminated before the
      *    fields were carried (HEADCNT leaves those out of turnover).
           05  EMP-TERM-DATE       PIC 9(8).
           05  EMP-TERM-REASON     PIC X.
               88  EMP-TERM-VOLUNTARY          VALUE "V".
               88  EMP-TERM-DISCHARGED         VALUE "D".
               88  EMP-TERM-LAYOFF             VALUE "L".
               88  EMP-TERM-RETIRED            VALUE "R".
               88  EMP-TERM-OTHER              VALUE "O".
               88  EMP-TERM-REASON-VALID       VALUE "V" "D" "L"
                                                     "R" "O".
