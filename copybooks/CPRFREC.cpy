      ******************************************************************
      * CPRFREC - shared CUST-PROFIT-RECORD layout for the customer
      *           profitability file (custprof.dat). See CPRFSEL. One
      *           record per customer per business month. Every
      *           column is carried as a positive cost or income
      *           figure: PF-GROSS-SALES is what ship release billed
      *           (at the customer's agreed prices), PF-RETURN-CREDITS
      *           the credits return posting gave back,
      *           PF-AGREEMENT-DISCOUNT what those agreed prices gave
      *           away against standard, PF-WRITE-OFF-AMOUNT bad debt
      *           written off, PF-FINANCE-ASSESSED the finance charges
      *           put on the account and PF-FINANCE-COLLECTED the part
      *           of them checks have since paid (less any of those
      *           checks the bank returned).
      ******************************************************************
       01  CUST-PROFIT-RECORD.
           05  PF-PROFIT-KEY.
               10  PF-CUSTOMER-ID  PIC X(10).
               10  PF-PERIOD       PIC 9(6).
           05  PF-GROSS-SALES      PIC S9(11)V99.
           05  PF-RETURN-CREDITS   PIC S9(9)V99.
           05  PF-AGREEMENT-DISCOUNT PIC S9(9)V99.
           05  PF-WRITE-OFF-AMOUNT PIC S9(9)V99.
           05  PF-FINANCE-ASSESSED PIC S9(7)V99.
           05  PF-FINANCE-COLLECTED PIC S9(7)V99.
