      ******************************************************************
      * TPRTREC - shared TRADING-PARTNER-RECORD layout for the trading
      *           partner file (tradptnr.dat). See TPRTSEL.
      *           TP-PARTNER-CODE is the partner's own identifier for
      *           us, carried on every invoice header we send them;
      *           the date and operator record who designated them.
      ******************************************************************
       01  TRADING-PARTNER-RECORD.
           05  TP-CUSTOMER-ID      PIC X(10).
           05  TP-PARTNER-CODE     PIC X(15).
           05  TP-ASSIGNED-DATE    PIC 9(8).
           05  TP-OPERATOR-ID      PIC X(10).
