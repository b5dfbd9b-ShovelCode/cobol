      ******************************************************************
      * PSVCSEL - FILE-CONTROL entry for the payroll service import
      *           file (paysvc.dat). TIMERPT writes it fresh each
      *           week: one detail record per employee cleared to go,
      *           ended by a control trailer the service proves the
      *           file against. COPY alongside PSVCREC (inside the
      *           FD); declare PAY-SERVICE-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT PAY-SERVICE-FILE ASSIGN TO "paysvc.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAY-SERVICE-STATUS.
