      ******************************************************************
      * CMPYSEL - FILE-CONTROL entry for the commission payroll
      *           summary file (commpay.dat) - one record per rep,
      *           rewritten by the monthly commission run (COMMRUN)
      *           and handed to payroll with the printed summary.
      *           COPY alongside CMPYREC (inside the FD); declare
      *           COMMISSION-PAY-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT COMMISSION-PAY-FILE ASSIGN TO "commpay.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COMMISSION-PAY-STATUS.
