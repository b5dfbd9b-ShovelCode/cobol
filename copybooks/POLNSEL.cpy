      ******************************************************************
      * POLNSEL - FILE-CONTROL entry for the purchase order line file
      *           (poline.dat), keyed by PO number and line number so
      *           a PO's lines read together. POREL writes the lines
      *           when the buyer releases a PO, RECVENTR receives
      *           against them, and POSUGG counts the open balance as
      *           stock already on order. COPY alongside POLNREC
      *           (inside the FD); declare PO-LINE-STATUS in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT PO-LINE-FILE ASSIGN TO "poline.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PO-LINE-KEY
               FILE STATUS IS PO-LINE-STATUS.
