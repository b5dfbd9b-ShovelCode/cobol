      ******************************************************************
      * CHISWS - WORKING-STORAGE for the customer period sales
      *          history file. See CHISSEL. A posting program MOVEs
      *          the customer, period, line count, and signed amount
      *          into the CH-WS- group, then PERFORM
      *          POST-CUST-HISTORY (CHISPD).
      ******************************************************************
       01  CUST-HISTORY-STATUS     PIC XX.
       01  CH-WS-POSTING-FIELDS.
           05  CH-WS-CUSTOMER-ID   PIC X(10).
           05  CH-WS-PERIOD        PIC 9(6).
           05  CH-WS-LINE-COUNT    PIC S9(7).
           05  CH-WS-AMOUNT        PIC S9(11)V99.
