      ******************************************************************
      * COLNSEL - FILE-CONTROL entry for the collection notes file
      *           (colnotes.dat), keyed by customer plus the date and
      *           time the note was keyed, so one customer's notes
      *           read back oldest first. Collectors key call notes
      *           and promises to pay here (COLNOTE) instead of on
      *           paper; the nightly promise check (PROMCHK) marks
      *           each promise kept or broken, and the collector
      *           worklist (COLWORK) reads it to leave out customers
      *           whose promise is still to come. COPY alongside
      *           COLNREC (inside the FD); declare
      *           COLLECTION-NOTE-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT COLLECTION-NOTE-FILE ASSIGN TO "colnotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-NOTE-KEY
               FILE STATUS IS COLLECTION-NOTE-STATUS.
