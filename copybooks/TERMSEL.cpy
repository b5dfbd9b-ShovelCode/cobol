      ******************************************************************
      * TERMSEL - FILE-CONTROL entry for the payment terms table
      *           (terms.dat), keyed by terms code. TERMMNT maintains
      *           the codes and assigns one to each customer on the
      *           customer terms file (custterm.dat, see CTRMSEL); the
      *           order posting dates each night's open item from
      *           them. COPY alongside TERMREC (inside the FD);
      *           declare TERMS-FILE-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT PAYMENT-TERMS-FILE ASSIGN TO "terms.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERMS-CODE
               FILE STATUS IS TERMS-FILE-STATUS.
