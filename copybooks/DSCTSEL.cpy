      ******************************************************************
      * DSCTSEL - FILE-CONTROL entry for the night's early-payment
      *           discount file (discpost.dat). PAYPOST starts it
      *           fresh each run with one record per discount a check
      *           took; NSFPOST adds a reversing record for each
      *           discount a returned check loses. The balance
      *           reconciliation totals it, and the GL extract
      *           journals it against the sales discount account.
      *           COPY alongside DSCTREC (inside the FD); declare
      *           DISCOUNT-FILE-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT DISCOUNT-TAKEN-FILE ASSIGN TO "discpost.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DISCOUNT-FILE-STATUS.
