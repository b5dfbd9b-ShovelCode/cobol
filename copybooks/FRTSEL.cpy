      ******************************************************************
      * FRTSEL - FILE-CONTROL entry for the freight rate table
      *          (freight.dat), keyed by destination zone - the first
      *          three digits of the ship-to ZIP - and the top of an
      *          invoice merchandise-value bracket. The invoice run
      *          charges the rate of the lowest bracket covering the
      *          invoice; FRTMNT maintains it. COPY alongside FRTREC
      *          (inside the FD); declare FREIGHT-RATE-STATUS in
      *          WORKING-STORAGE.
      ******************************************************************
           SELECT FREIGHT-RATE-FILE ASSIGN TO "freight.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-RATE-KEY
               FILE STATUS IS FREIGHT-RATE-STATUS.
