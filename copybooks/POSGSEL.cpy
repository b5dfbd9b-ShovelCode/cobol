      ******************************************************************
      * POSGSEL - FILE-CONTROL entry for the purchase order
      *           suggestion file (posugg.dat), keyed by vendor and
      *           item so one vendor's suggestions read together.
      *           Rebuilt from scratch by POSUGG every night; POREL
      *           deletes each suggestion the buyer releases. COPY
      *           alongside POSGREC (inside the FD); declare
      *           PO-SUGGEST-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT PO-SUGGEST-FILE ASSIGN TO "posugg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-SUGGEST-KEY
               FILE STATUS IS PO-SUGGEST-STATUS.
