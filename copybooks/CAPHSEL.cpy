      ******************************************************************
      * CAPHSEL - FILE-CONTROL entry for the capacity history
      *           (caphist.dat) - one record per data, log or spool
      *           file per night, appended by CAPSNAP and read by the
      *           weekly CAPTREND growth report. COPY alongside
      *           CAPHREC (inside the FD); declare
      *           CAPACITY-HISTORY-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT CAPACITY-HISTORY-FILE ASSIGN TO "caphist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CAPACITY-HISTORY-STATUS.
