      ******************************************************************
      * BORDSEL - FILE-CONTROL entry for the backorder file
      *           (backord.dat), keyed by item number, backorder
      *           date, order number, and a sequence. The order run
      *           ships what the item master can cover and holds the
      *           rest here; receiving releases the open backorders
      *           for an item back onto orderlin.dat oldest first -
      *           the key order IS the release order. COPY alongside
      *           BORDREC (inside the FD); declare BACKORDER-STATUS
      *           in WORKING-STORAGE.
      ******************************************************************
           SELECT BACKORDER-FILE ASSIGN TO "backord.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-BACKORDER-KEY
               FILE STATUS IS BACKORDER-STATUS.
