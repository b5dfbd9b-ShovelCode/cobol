      ******************************************************************
      * EINVREC - shared E-INVOICE-RECORD layout for the outbound
      *           invoice file, the fixed layout agreed with our
      *           trading partners. Each invoice goes out as one
      *           header (H), one line record (L) per order line, one
      *           tax record (X) and one total record (S), in that
      *           order; the file ends with a trailer (T) carrying the
      *           count of records ahead of it and the dollar total of
      *           the total records' amounts due - the same proof we
      *           demand of the partner's order file. The tax record
      *           carries the exemption certificate instead of tax
      *           when the invoice was exempt. Amounts are signed with
      *           two implied decimals.
      ******************************************************************
       01  E-INVOICE-RECORD.
           05  EI-RECORD-TYPE      PIC X.
               88  EI-HEADER-RECORD            VALUE "H".
               88  EI-LINE-RECORD              VALUE "L".
               88  EI-TAX-RECORD               VALUE "X".
               88  EI-TOTAL-RECORD             VALUE "S".
               88  EI-TRAILER-RECORD           VALUE "T".
           05  EI-INVOICE-NUMBER   PIC 9(8).
           05  EI-RECORD-BODY      PIC X(71).
           05  EI-HEADER-FIELDS REDEFINES EI-RECORD-BODY.
               10  EI-CUSTOMER-ID  PIC X(10).
               10  EI-PARTNER-CODE PIC X(15).
               10  EI-INVOICE-DATE PIC 9(8).
               10  EI-SHIP-TO-CODE PIC X(4).
               10  FILLER          PIC X(34).
           05  EI-LINE-FIELDS REDEFINES EI-RECORD-BODY.
               10  EI-ORDER-NUMBER PIC 9(8).
               10  EI-ITEM-NUMBER  PIC X(10).
               10  EI-DEPARTMENT   PIC X(10).
               10  EI-QUANTITY     PIC 9(5).
               10  EI-UNIT-PRICE   PIC S9(5)V99.
               10  EI-EXTENDED-AMOUNT PIC S9(9)V99.
               10  FILLER          PIC X(20).
           05  EI-TAX-FIELDS REDEFINES EI-RECORD-BODY.
               10  EI-TAX-STATE    PIC X(2).
               10  EI-TAXABLE-AMOUNT PIC S9(9)V99.
               10  EI-EXEMPT-AMOUNT PIC S9(9)V99.
               10  EI-TAX-AMOUNT   PIC S9(9)V99.
               10  EI-CERTIFICATE-NUMBER PIC X(20).
               10  FILLER          PIC X(16).
           05  EI-TOTAL-FIELDS REDEFINES EI-RECORD-BODY.
               10  EI-MERCHANDISE-AMOUNT PIC S9(9)V99.
               10  EI-TAX-TOTAL    PIC S9(9)V99.
               10  EI-FREIGHT-AMOUNT PIC S9(9)V99.
               10  EI-TOTAL-DUE    PIC S9(9)V99.
               10  EI-DUE-DATE     PIC 9(8).
               10  FILLER          PIC X(19).
           05  EI-TRAILER-FIELDS REDEFINES EI-RECORD-BODY.
               10  EI-TRAILER-COUNT PIC 9(6).
               10  EI-TRAILER-INVOICES PIC 9(6).
               10  EI-TRAILER-AMOUNT PIC S9(11)V99.
               10  FILLER          PIC X(46).
