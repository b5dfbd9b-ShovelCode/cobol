      *           reconciliation and the GL extract read the posted
      *           file with this copybook too. PT-AMOUNT is the check
      *           amount as deposited - always positive; the posting
      *           step subtracts it from the balance. SUSR marks a
      *           lockbox check released from payment suspense by the
      *           suspense workstation.
      *           PT-APPLY-INVOICE lists up to five invoice numbers
      *           the check says it pays (zero = unused); the posting
      *           relieves those invoices first and the rest of the
      *           check oldest item first.
      ******************************************************************
       01  PAYMENT-TRANS-RECORD.
           05  PT-CUSTOMER-ID      PIC X(10).
           05  PT-SOURCE-CODE      PIC X(4).
               88  PT-KEYED-PAYMENT            VALUE "KEYD".
               88  PT-LOCKBOX-PAYMENT          VALUE "LBOX".
               88  PT-SUSPENSE-RELEASE         VALUE "SUSR".
           05  PT-APPLY-TO-INVOICES.
               10  PT-APPLY-INVOICE PIC 9(8)   OCCURS 5 TIMES.
