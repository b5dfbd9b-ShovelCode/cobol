      ******************************************************************
      * PAPLREC - shared PAYMENT-APPLY-RECORD layout for the payment
      *           application file (payapply.dat). See PAPLSEL.
      *           PA-CHECK-AMOUNT repeats the whole check on every
      *           record of it; PA-APPLIED-AMOUNT is the part that
      *           went to this one item (always positive). An
      *           application to an open item (I) names the item's
      *           reference and invoice number; the unapplied
      *           remainder (U) names the dated payment credit item
      *           it landed on. An early-payment discount the check
      *           took on an item (D) names the item like an I record
      *           and carries the discount as its applied amount - it
      *           is not part of the check. PA-NSF-DATE is zero until
      *           the check comes back - then it is the business date
      *           the return was keyed, and the count of those dates
      *           in the last year is the customer's NSF record.
      ******************************************************************
       01  PAYMENT-APPLY-RECORD.
           05  PA-APPLY-KEY.
               10  PA-CUSTOMER-ID      PIC X(10).
               10  PA-CHECK-NUMBER     PIC X(10).
               10  PA-POST-DATE        PIC 9(8).
               10  PA-SEQUENCE         PIC 9(3).
           05  PA-CHECK-AMOUNT         PIC S9(7)V99.
           05  PA-APPLY-TYPE           PIC X.
               88  PA-APPLIED-TO-ITEM              VALUE "I".
               88  PA-UNAPPLIED-CREDIT             VALUE "U".
               88  PA-DISCOUNT-TAKEN               VALUE "D".
           05  PA-OI-REFERENCE         PIC X(10).
           05  PA-OI-INVOICE-NUMBER    PIC 9(8).
           05  PA-APPLIED-AMOUNT       PIC S9(9)V99.
           05  PA-NSF-DATE             PIC 9(8).
