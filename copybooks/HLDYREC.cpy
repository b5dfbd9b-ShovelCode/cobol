      ******************************************************************
      * HLDYREC - shared HOLIDAY-RECORD layout for the company holiday
      *           calendar. See HLDYSEL. HL-PAID-HOURS is the holiday
      *           hours each eligible employee is paid for the day.
      *           HL-CARDS-SWITCH is set once HOLCARDS has written the
      *           day's cards, with the business date it ran, so the
      *           holiday is never paid twice and is no longer
      *           changed or removed.
      ******************************************************************
       01  HOLIDAY-RECORD.
           05  HL-HOLIDAY-DATE     PIC 9(8).
           05  HL-DESCRIPTION      PIC X(30).
           05  HL-PAID-HOURS       PIC 9(2)V99.
           05  HL-CARDS-SWITCH     PIC X.
               88  HL-CARDS-WRITTEN            VALUE "Y".
           05  HL-CARDS-RUN-DATE   PIC 9(8).
