      ******************************************************************
      * CMCBSEL - FILE-CONTROL entry for the commission chargeback
      *           file (comchgbk.dat) - the month's posted return
      *           credits (appended by RTNPOST) and bad-debt write-
      *           offs (appended by WRITEOFF at entry), charged back
      *           against the owning rep by the monthly commission
      *           run, which then closes the file out. COPY alongside
      *           CMCBREC (inside the FD); declare CHARGEBACK-STATUS
      *           in WORKING-STORAGE. Writers OPEN EXTEND, falling
      *           back to OUTPUT on status 05/35.
      ******************************************************************
           SELECT CHARGEBACK-FILE ASSIGN TO "comchgbk.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHARGEBACK-STATUS.
