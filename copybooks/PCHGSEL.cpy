      ******************************************************************
      * PCHGSEL - FILE-CONTROL entry for the pending item price
      *           change file (prcchg.dat), keyed by item number plus
      *           effective date. ITEMMNT keys a price change ahead of
      *           time here; the nightly PRCAPPLY step moves it onto
      *           the item master when its date arrives and deletes
      *           the pending record. COPY alongside PCHGREC (inside
      *           the FD).
      ******************************************************************
           SELECT PRICE-CHANGE-FILE ASSIGN TO "prcchg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CHANGE-KEY
               FILE STATUS IS PRICE-CHANGE-STATUS.
