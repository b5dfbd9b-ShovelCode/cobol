      ******************************************************************
      * DAMGSEL - FILE-CONTROL entry for the damaged-goods log
      *           (dmggoods.log) - one record for every customer
      *           return the clerk marked damaged, written by the
      *           nightly return posting when the credit goes
      *           through. The goods never reach on-hand; this log
      *           is what the write-off and any vendor claim are
      *           worked from. Appended, never rewritten. COPY
      *           alongside DAMGREC (inside the FD); declare
      *           DAMAGED-GOODS-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT DAMAGED-GOODS-FILE ASSIGN TO "dmggoods.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DAMAGED-GOODS-STATUS.
