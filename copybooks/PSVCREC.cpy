      ******************************************************************
      * PSVCREC - shared PAY-SERVICE-RECORD layout for the payroll
      *           service import file, the fixed layout the service
      *           takes in place of the faxed register. One detail
      *           record (D) per employee - regular and overtime
      *           hours worked, vacation and sick hours taken, the
      *           hourly rate, and holiday hours paid - then one
      *           trailer (T) carrying the count of detail records,
      *           their total hours, and the total gross they price
      *           to. Both carry the week-ending date. Hours and
      *           rate have two implied decimals; the gross is
      *           signed.
      ******************************************************************
       01  PAY-SERVICE-RECORD.
           05  SV-RECORD-TYPE      PIC X.
               88  SV-DETAIL-RECORD            VALUE "D".
               88  SV-TRAILER-RECORD           VALUE "T".
           05  SV-WEEK-ENDING      PIC 9(8).
           05  SV-RECORD-BODY      PIC X(41).
           05  SV-DETAIL-FIELDS REDEFINES SV-RECORD-BODY.
               10  SV-EMP-ID       PIC 9(5).
               10  SV-REG-HOURS    PIC 9(3)V99.
               10  SV-OT-HOURS     PIC 9(3)V99.
               10  SV-VACATION-HOURS PIC 9(3)V99.
               10  SV-SICK-HOURS   PIC 9(3)V99.
               10  SV-PAY-RATE     PIC 9(3)V99.
               10  SV-HOLIDAY-HOURS PIC 9(3)V99.
               10  FILLER          PIC X(6).
           05  SV-TRAILER-FIELDS REDEFINES SV-RECORD-BODY.
               10  SV-EMPLOYEE-COUNT PIC 9(6).
               10  SV-TOTAL-HOURS  PIC 9(7)V99.
               10  SV-TOTAL-GROSS  PIC S9(9)V99.
               10  FILLER          PIC X(15).
