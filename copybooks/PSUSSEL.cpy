      ******************************************************************
      * PSUSSEL - FILE-CONTROL entry for the lockbox payment suspense
      *           file (paysusp.dat). The lockbox import writes every
      *           remittance it cannot match to a customer here with
      *           a reason code; the suspense workstation releases
      *           them and the nightly suspense aging reports what is
      *           still waiting. COPY alongside PSUSREC (inside the
      *           FD); declare PAYMENT-SUSPENSE-STATUS in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT PAYMENT-SUSPENSE-FILE ASSIGN TO "paysusp.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYMENT-SUSPENSE-STATUS.
