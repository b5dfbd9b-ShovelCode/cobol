      ******************************************************************
      * RHSTSEL - FILE-CONTROL entry for the return history file
      *           (rtnhist.dat). The nightly return posting appends
      *           every return it credits, so the history outlives
      *           the entry file it clears and the rtnpost.dat copy
      *           it rewrites each night; the returns-by-item report
      *           reads it. Appended, never rewritten. COPY alongside
      *           RHSTREC (inside the FD); declare
      *           RETURN-HISTORY-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT RETURN-HISTORY-FILE ASSIGN TO "rtnhist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RETURN-HISTORY-STATUS.
