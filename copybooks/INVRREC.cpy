      *           invoice register file (invreg.dat). See INVRSEL.
      *           IR-INVOICE-AMOUNT is the merchandise total,
      *           IR-TAX-AMOUNT the sales tax computed from the
      *           ship-to (or bill-to) state's table rate,
      *           IR-FREIGHT-AMOUNT the freight charged from the
      *           freight rate table (zero for a waived customer),
      *           and IR-TOTAL-AMOUNT the total due - merchandise,
      *           tax and freight - as printed on the invoice.
      ******************************************************************
       01  INVOICE-REGISTER-RECORD.
           05  IR-INVOICE-NUMBER   PIC 9(8).
           05  IR-INVOICE-AMOUNT   PIC S9(9)V99.
           05  IR-TAX-AMOUNT       PIC S9(9)V99.
           05  IR-TOTAL-AMOUNT     PIC S9(9)V99.
           05  IR-FREIGHT-AMOUNT   PIC S9(9)V99.
