      ******************************************************************
      * SLSPSEL - FILE-CONTROL entry for the salesperson master
      *           (slsper.dat), keyed by SL-SALESPERSON-ID - the reps
      *           customers are assigned to on custrep.dat and paid
      *           commission by the monthly commission run. COPY
      *           alongside SLSPREC (inside the FD); declare
      *           SALESPERSON-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT SALESPERSON-FILE ASSIGN TO "slsper.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-SALESPERSON-ID
               FILE STATUS IS SALESPERSON-STATUS.
