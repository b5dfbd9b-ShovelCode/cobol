      ******************************************************************
      * UNAPSEL - FILE-CONTROL entry for the unapplied-cash feed
      *           (unapcash.dat). A lockbox check nobody can tie to a
      *           customer is moved out of payment suspense onto this
      *           file by the suspense workstation; the GL extract
      *           journals the night's total as cash received against
      *           the unapplied-cash account and clears the file once
      *           journaled. COPY alongside UNAPREC (inside the FD);
      *           declare UNAPPLIED-CASH-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "unapcash.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS UNAPPLIED-CASH-STATUS.
