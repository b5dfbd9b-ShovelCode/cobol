      ******************************************************************
      * CNTLSEL - FILE-CONTROL entry for the physical count line file
      *           (cntline.dat), keyed by department then item so a
      *           department's lines read together in count sheet
      *           order. CNTSHEET writes one line per item with the
      *           book quantity frozen at sheet time, CNTENTR records
      *           the count, CNTVAR reports book against count, and
      *           CNTPOST posts the difference. COPY alongside
      *           CNTLREC (inside the FD); declare COUNT-LINE-STATUS
      *           in WORKING-STORAGE.
      ******************************************************************
           SELECT COUNT-LINE-FILE ASSIGN TO "cntline.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-COUNT-KEY
               FILE STATUS IS COUNT-LINE-STATUS.
