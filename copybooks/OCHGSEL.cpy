      ******************************************************************
      * OCHGSEL - FILE-CONTROL entry for the order change log
      *           (ordchg.log) - one record for every order line a
      *           supervisor cancelled or re-quantified on
      *           orderlin.dat before the order run, with the reason
      *           code, operator, and time. Appended, never
      *           rewritten; the daily cancellation report reads it.
      *           COPY alongside OCHGREC (inside the FD); declare
      *           ORDER-CHANGE-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT ORDER-CHANGE-FILE ASSIGN TO "ordchg.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ORDER-CHANGE-STATUS.
