      ******************************************************************
      * GREGREC - shared GROSS-REGISTER-RECORD layout for the weekly
      *           gross-pay register file. See GREGSEL. The hours
      *           split and the rate are carried as TIMERPT priced
      *           them, so the stub shows the same figures as the
      *           printed register. Holiday hours are paid at
      *           straight rate apart from the overtime split.
      ******************************************************************
       01  GROSS-REGISTER-RECORD.
           05  GR-EMP-ID           PIC 9(5).
           05  GR-WEEK-ENDING      PIC 9(8).
           05  GR-DEPARTMENT       PIC X(10).
           05  GR-REG-HOURS        PIC 9(4)V99.
           05  GR-OT-HOURS         PIC 9(4)V99.
           05  GR-PAY-RATE         PIC 9(3)V99.
           05  GR-GROSS-PAY        PIC S9(7)V99.
           05  GR-HOLIDAY-HOURS    PIC 9(4)V99.
