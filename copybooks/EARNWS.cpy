      ******************************************************************
      * EARNWS - WORKING-STORAGE for posting the employee earnings
      *          history. See EWKHSEL/EYTDSEL. Load EARN-WEEK-RECORD
      *          with the pay week, then PERFORM POST-EARNINGS-WEEK
      *          (EARNPD). EN-WS-POST-RESULT tells the caller how it
      *          went: a week already on file is not added to the
      *          accumulators a second time.
      ******************************************************************
       01  EARN-WEEK-STATUS        PIC XX.
       01  EARN-YEAR-STATUS        PIC XX.
       01  EN-WS-QUARTER           PIC 9.
       01  EN-WS-MONTH             PIC 99.
       01  EN-WS-POST-RESULT       PIC X.
           88  EN-WEEK-POSTED                  VALUE "P".
           88  EN-WEEK-ALREADY-ON-FILE         VALUE "D".
           88  EN-POSTED-TO-CLOSED-YEAR        VALUE "C".
