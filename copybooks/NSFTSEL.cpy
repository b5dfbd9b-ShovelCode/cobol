      ******************************************************************
      * NSFTSEL - FILE-CONTROL entry for the returned-check (NSF)
      *           transaction file (nsftrans.dat). NSFENTRY appends
      *           each check the bank returns here; the nightly NSF
      *           posting reverses the balance credit, re-opens the
      *           items the check relieved, and clears the file. COPY
      *           alongside NSFTREC (inside the FD); declare
      *           NSF-TRANS-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT NSF-TRANS-FILE ASSIGN TO "nsftrans.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NSF-TRANS-STATUS.
