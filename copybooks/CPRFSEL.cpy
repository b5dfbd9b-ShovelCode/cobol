      ******************************************************************
      * CPRFSEL - FILE-CONTROL entry for the customer profitability
      *           file (custprof.dat), keyed by customer plus business
      *           month (YYYYMM). Each poster that moves one of the
      *           figures behind what a customer is worth to us -
      *           ship release (sales), return posting (credits), the
      *           agreement usage report (discount given), write-off
      *           entry, the finance charge assessment, and payment
      *           and returned-check posting (finance charges
      *           collected) - adds it into its own column here, so
      *           the quarterly profitability report reads one file.
      *           COPY alongside CPRFREC (inside the FD), CPRFWS
      *           (WORKING-STORAGE), and CPRFPD (PROCEDURE DIVISION).
      ******************************************************************
           SELECT CUST-PROFIT-FILE ASSIGN TO "custprof.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-PROFIT-KEY
               FILE STATUS IS CUST-PROFIT-STATUS.
