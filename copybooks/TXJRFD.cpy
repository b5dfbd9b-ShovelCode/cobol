      ******************************************************************
      * TXJRFD - FD/record for the sales tax journal. See TXJRSEL.
      *          TJ-STATE is the taxing state - the ship-to state, or
      *          the bill-to state where there is no ship-to (returns
      *          and write-offs always take the bill-to state). A
      *          sale is either taxable or exempt under a certificate
      *          (TJ-EXEMPT-AMOUNT); sales into a state with no rate
      *          on taxrate.dat are taxable at zero. Invoices carry
      *          positive amounts; credit memos and write-offs carry
      *          them negative, so the state totals net as they add.
      *          TJ-DOCUMENT-NUMBER is the invoice or credit memo
      *          number, zero for a write-off.
      ******************************************************************
       FD  TAX-JOURNAL-FILE.
       01  TAX-JOURNAL-RECORD.
           05  TJ-STATE            PIC X(2).
           05  TJ-POST-DATE        PIC 9(8).
           05  TJ-SOURCE           PIC X(3).
               88  TJ-FROM-INVOICE             VALUE "INV".
               88  TJ-FROM-RETURN              VALUE "RTN".
               88  TJ-FROM-WRITE-OFF           VALUE "WOF".
           05  TJ-CUSTOMER-ID      PIC X(10).
           05  TJ-DOCUMENT-NUMBER  PIC 9(8).
           05  TJ-TAXABLE-AMOUNT   PIC S9(9)V99.
           05  TJ-EXEMPT-AMOUNT    PIC S9(9)V99.
           05  TJ-TAX-AMOUNT       PIC S9(9)V99.
