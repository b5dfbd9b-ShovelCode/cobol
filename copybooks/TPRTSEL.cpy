      ******************************************************************
      * TPRTSEL - FILE-CONTROL entry for the trading partner file
      *           (tradptnr.dat), keyed by TP-CUSTOMER-ID - the
      *           customers whose invoices also go out electronically
      *           on the nightly outbound invoice file. A customer
      *           with no record here is invoiced on paper only.
      *           COPY alongside TPRTREC (inside the FD); declare
      *           TRADING-PARTNER-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT TRADING-PARTNER-FILE ASSIGN TO "tradptnr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-CUSTOMER-ID
               FILE STATUS IS TRADING-PARTNER-STATUS.
