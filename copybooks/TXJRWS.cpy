      ******************************************************************
      * TXJRWS - WORKING-STORAGE for the sales tax journal. See
      *          TXJRSEL. A poster that works out its own tax (the
      *          invoice run) fills TAX-JOURNAL-RECORD and PERFORMs
      *          WRITE-TAX-JOURNAL (TXJRPD). A poster giving tax back
      *          MOVEs the customer, state and merchandise amount
      *          into the TJ-WS- group and PERFORMs
      *          FIGURE-REVERSED-TAX first; it returns the tax at the
      *          state's table rate, or zero with TJ-WS-EXEMPT set
      *          and the certificate number when the customer holds
      *          an unexpired exemption certificate for the state.
      *          Callers also COPY TAXSEL/TAXREC and TXEXSEL/TXEXREC
      *          and declare TAX-RATE-STATUS and TAX-EXEMPT-STATUS.
      ******************************************************************
       01  TAX-JOURNAL-STATUS      PIC XX.
       01  TJ-WS-REVERSAL-FIELDS.
           05  TJ-WS-CUSTOMER-ID   PIC X(10).
           05  TJ-WS-STATE         PIC X(2).
           05  TJ-WS-AS-OF-DATE    PIC 9(8).
           05  TJ-WS-AMOUNT        PIC S9(9)V99.
           05  TJ-WS-TAX-AMOUNT    PIC S9(9)V99.
           05  TJ-WS-EXEMPT-SWITCH PIC X.
               88  TJ-WS-EXEMPT                VALUE "Y".
           05  TJ-WS-CERTIFICATE   PIC X(20).
