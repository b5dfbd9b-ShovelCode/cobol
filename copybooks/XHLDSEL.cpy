      ******************************************************************
      * XHLDSEL - FILE-CONTROL entry for the part-number hold file
      *           (ordxhold.dat) - imported order lines whose
      *           customer part number has no cross-reference yet.
      *           ORDIMPRT appends them, having passed every other
      *           edit; XREFRCYC releases each one to orderlin.dat
      *           once the buyer has mapped the part and reports the
      *           rest. COPY alongside XHLDREC (inside the FD);
      *           declare PART-HOLD-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT PART-HOLD-FILE ASSIGN TO "ordxhold.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PART-HOLD-STATUS.
