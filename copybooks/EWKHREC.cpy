      ******************************************************************
      * EWKHREC - shared EARN-WEEK-RECORD layout for the employee
      *           weekly earnings history file. See EWKHSEL. One pay
      *           week for one employee as PAYCALC paid it: the hours
      *           TIMERPT priced, gross, deductions taken by type,
      *           net, and the check that carried it.
      ******************************************************************
       01  EARN-WEEK-RECORD.
           05  EW-WEEK-KEY.
               10  EW-EMP-ID           PIC 9(5).
               10  EW-WEEK-ENDING      PIC 9(8).
           05  EW-CHECK-NUMBER         PIC 9(8).
           05  EW-REG-HOURS            PIC 9(4)V99.
           05  EW-OT-HOURS             PIC 9(4)V99.
           05  EW-GROSS-PAY            PIC S9(7)V99.
           05  EW-TAX-WITHHELD         PIC S9(7)V99.
           05  EW-BENEFIT-DEDUCTED     PIC S9(7)V99.
           05  EW-GARNISHED            PIC S9(7)V99.
           05  EW-NET-PAY              PIC S9(7)V99.
