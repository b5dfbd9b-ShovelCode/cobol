      ******************************************************************
      * LVBALWS - WORKING-STORAGE for the shared projected leave
      *           balance. See LVBALPD. The caller MOVEs the employee
      *           to LV-PROJECT-EMP-ID, the leave type (V or S) to
      *           LV-PROJECT-TYPE, and the key of a request that must
      *           not count against itself (or SPACES) to
      *           LV-PROJECT-SKIP-KEY, then PERFORMs
      *           PROJECT-LEAVE-BALANCE and reads
      *           LV-PROJECTED-BALANCE.
      ******************************************************************
       01  LV-PROJECT-EMP-ID       PIC 9(5).
       01  LV-PROJECT-TYPE         PIC X.
       01  LV-PROJECT-SKIP-KEY     PIC X(13).
       01  LV-ON-FILE-BALANCE      PIC S9(4)V99.
       01  LV-UNDRAWN-CARD-HOURS   PIC 9(5)V99.
       01  LV-BOOKED-HOURS         PIC 9(5)V99.
       01  LV-OUTSTANDING-HOURS    PIC S9(5)V99.
       01  LV-PROJECTED-BALANCE    PIC S9(5)V99.
       01  LV-SCAN-EOF-SWITCH      PIC X.
           88  LV-END-OF-SCAN                  VALUE "Y".
