      ******************************************************************
      * NSFTREC - shared NSF-TRANS-RECORD layout for the returned-
      *           check transaction file (nsftrans.dat). See NSFTSEL.
      *           The posting step copies posted reversals to
      *           nsfpost.dat in this same layout, so the balance
      *           reconciliation and the GL extract read the posted
      *           file with this copybook too. NS-AMOUNT is the check
      *           amount as originally posted - always positive; the
      *           posting adds it back to the balance. NS-POST-DATE
      *           is the night the check first posted, which with the
      *           customer and check number finds its applications on
      *           payapply.dat. The returned-check fee travels
      *           separately, as an NSFF adjustment on adjtrans.dat.
      ******************************************************************
       01  NSF-TRANS-RECORD.
           05  NS-CUSTOMER-ID      PIC X(10).
           05  NS-CHECK-NUMBER     PIC X(10).
           05  NS-POST-DATE        PIC 9(8).
           05  NS-AMOUNT           PIC S9(7)V99.
           05  NS-FEE-AMOUNT       PIC S9(5)V99.
           05  NS-ENTRY-DATE       PIC 9(8).
           05  NS-OPERATOR-ID      PIC X(10).
