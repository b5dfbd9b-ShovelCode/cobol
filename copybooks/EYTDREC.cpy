      ******************************************************************
      * EYTDREC - shared EARN-YEAR-RECORD layout for the employee
      *           earnings accumulator file. See EYTDSEL. The four
      *           quarter buckets are calendar quarters by pay week
      *           ending date, so the current quarter's bucket is the
      *           quarter-to-date figure; EY-YEAR-TOTALS is the same
      *           layout carried year-to-date. EY-CLOSED-FLAG is set
      *           by the year-end wage statement run - a week posted
      *           into a closed year is a correction, flagged on the
      *           check register so the statement can be reissued.
      ******************************************************************
       01  EARN-YEAR-RECORD.
           05  EY-YEAR-KEY.
               10  EY-EMP-ID           PIC 9(5).
               10  EY-YEAR             PIC 9(4).
           05  EY-CLOSED-FLAG          PIC X.
               88  EY-YEAR-CLOSED              VALUE "C".
           05  EY-QUARTER              OCCURS 4 TIMES.
               10  EY-Q-WEEKS-PAID     PIC 99.
               10  EY-Q-REG-HOURS      PIC 9(5)V99.
               10  EY-Q-OT-HOURS       PIC 9(5)V99.
               10  EY-Q-GROSS-PAY      PIC S9(7)V99.
               10  EY-Q-TAX-WITHHELD   PIC S9(7)V99.
               10  EY-Q-BENEFIT        PIC S9(7)V99.
               10  EY-Q-GARNISHED      PIC S9(7)V99.
               10  EY-Q-NET-PAY        PIC S9(7)V99.
           05  EY-YEAR-TOTALS.
               10  EY-Y-WEEKS-PAID     PIC 99.
               10  EY-Y-REG-HOURS      PIC 9(5)V99.
               10  EY-Y-OT-HOURS       PIC 9(5)V99.
               10  EY-Y-GROSS-PAY      PIC S9(9)V99.
               10  EY-Y-TAX-WITHHELD   PIC S9(9)V99.
               10  EY-Y-BENEFIT        PIC S9(9)V99.
               10  EY-Y-GARNISHED      PIC S9(9)V99.
               10  EY-Y-NET-PAY        PIC S9(9)V99.
