      ******************************************************************
      * CPRFWS - WORKING-STORAGE for the customer profitability file.
      *          See CPRFSEL. A posting program MOVEs the customer,
      *          period, the column code it is posting to (S, R, D,
      *          W, F or C - see the 88s below), and the signed
      *          amount into the PF-WS- group, then PERFORM
      *          POST-CUST-PROFIT (CPRFPD).
      ******************************************************************
       01  CUST-PROFIT-STATUS      PIC XX.
       01  PF-WS-POSTING-FIELDS.
           05  PF-WS-CUSTOMER-ID   PIC X(10).
           05  PF-WS-PERIOD        PIC 9(6).
           05  PF-WS-COLUMN        PIC X.
               88  PF-WS-GROSS-SALES           VALUE "S".
               88  PF-WS-RETURN-CREDITS        VALUE "R".
               88  PF-WS-AGREEMENT-DISCOUNT    VALUE "D".
               88  PF-WS-WRITE-OFF             VALUE "W".
               88  PF-WS-FINANCE-ASSESSED      VALUE "F".
               88  PF-WS-FINANCE-COLLECTED     VALUE "C".
           05  PF-WS-AMOUNT        PIC S9(11)V99.
