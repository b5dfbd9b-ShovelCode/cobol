      ******************************************************************
      * TERMREC - shared PAYMENT-TERMS-RECORD layout for the payment
      *           terms table (terms.dat). See TERMSEL. TM-NET-DAYS
      *           is how long after the item date the full amount is
      *           due. TM-DISCOUNT-PERCENT (two implied decimals -
      *           0200 is 2 percent) comes off an invoice paid in
      *           full within TM-DISCOUNT-DAYS of its date; zero
      *           percent means the terms carry no discount. A
      *           customer with no terms assigned, or a code no longer
      *           on this table, gets the house terms - net 30, no
      *           discount.
      ******************************************************************
       01  PAYMENT-TERMS-RECORD.
           05  TM-TERMS-CODE       PIC X(4).
           05  TM-DESCRIPTION      PIC X(30).
           05  TM-NET-DAYS         PIC 9(3).
           05  TM-DISCOUNT-PERCENT PIC 99V99.
           05  TM-DISCOUNT-DAYS    PIC 9(3).
