      ******************************************************************
      * DSCTREC - shared DISCOUNT-TAKEN-RECORD layout for the night's
      *           early-payment discount file (discpost.dat). See
      *           DSCTSEL. DT-AMOUNT is the discount that came off the
      *           customer's balance - positive when a check took it,
      *           negative when a returned check gave it back. The
      *           check and the open item it relieved are named so
      *           the line can be traced to the payment register.
      ******************************************************************
       01  DISCOUNT-TAKEN-RECORD.
           05  DT-CUSTOMER-ID      PIC X(10).
           05  DT-CHECK-NUMBER     PIC X(10).
           05  DT-OI-REFERENCE     PIC X(10).
           05  DT-INVOICE-NUMBER   PIC 9(8).
           05  DT-AMOUNT           PIC S9(7)V99.
           05  DT-POST-DATE        PIC 9(8).
