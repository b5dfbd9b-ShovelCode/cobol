      ******************************************************************
      * IVALSEL - FILE-CONTROL entry for the inventory valuation
      *           control file (invval.dat), keyed by department -
      *           one record per stocked department holding the GL
      *           inventory balance the last month-end valuation
      *           (INVVAL) carried forward, so each month opens
      *           where the last one closed. COPY alongside IVALREC
      *           (inside the FD); declare INVENTORY-VALUATION-STATUS
      *           in WORKING-STORAGE.
      ******************************************************************
           SELECT INVENTORY-VALUATION-FILE ASSIGN TO "invval.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-DEPARTMENT
               FILE STATUS IS INVENTORY-VALUATION-STATUS.
