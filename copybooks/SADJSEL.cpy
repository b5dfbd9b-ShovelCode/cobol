      ******************************************************************
      * SADJSEL - FILE-CONTROL entry for the stock adjustment log
      *           (stkadj.log) - one record for every change made to
      *           IT-ON-HAND outside receiving and the nightly
      *           depletion, with the operator and date that made
      *           it. Appended, never rewritten. COPY alongside
      *           SADJREC (inside the FD); declare STOCK-ADJUST-STATUS
      *           in WORKING-STORAGE.
      ******************************************************************
           SELECT STOCK-ADJUST-FILE ASSIGN TO "stkadj.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STOCK-ADJUST-STATUS.
