      ******************************************************************
      * CHISREC - shared CUST-HISTORY-RECORD layout for the customer
      *           period sales history file (custhist.dat). See
      *           CHISSEL. One record per customer per business
      *           month; the amount is net of posted return credits.
      ******************************************************************
       01  CUST-HISTORY-RECORD.
           05  CH-HISTORY-KEY.
               10  CH-CUSTOMER-ID  PIC X(10).
               10  CH-PERIOD       PIC 9(6).
           05  CH-LINE-COUNT       PIC 9(7).
           05  CH-SALES-AMOUNT     PIC S9(11)V99.
