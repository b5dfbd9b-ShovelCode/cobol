      ******************************************************************
      * TXEXREC - shared TAX-EXEMPT-RECORD layout for the sales tax
      *           exemption certificate file (taxexmpt.dat). See
      *           TXEXSEL. XC-STATE is the state the certificate
      *           exempts sales into, matched against the invoice's
      *           taxing state (ship-to, else bill-to). A certificate
      *           is good through its XC-EXPIRY-DATE; after that the
      *           customer is taxed again until a renewal is keyed.
      *           The date and operator record who last keyed it.
      ******************************************************************
       01  TAX-EXEMPT-RECORD.
           05  XC-CERTIFICATE-KEY.
               10  XC-CUSTOMER-ID  PIC X(10).
               10  XC-STATE        PIC X(2).
           05  XC-CERTIFICATE-NUMBER PIC X(20).
           05  XC-EXPIRY-DATE      PIC 9(8).
           05  XC-ENTERED-DATE     PIC 9(8).
           05  XC-OPERATOR-ID      PIC X(10).
