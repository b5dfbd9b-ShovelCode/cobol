      ******************************************************************
      * DMGNSEL - FILE-CONTROL entry for the department margin history
      *           file (deptmgn.dat), one record per department per
      *           business month keyed by department and period. The
      *           nightly margin report adds each night's sales, cost,
      *           and returns to it and prints month-to-date from it.
      *           COPY alongside DMGNREC (inside the FD); declare
      *           DEPT-MARGIN-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT DEPT-MARGIN-FILE ASSIGN TO "deptmgn.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-MARGIN-KEY
               FILE STATUS IS DEPT-MARGIN-STATUS.
