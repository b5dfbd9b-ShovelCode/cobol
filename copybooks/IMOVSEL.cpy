      ******************************************************************
      * IMOVSEL - FILE-CONTROL entry for the item movement history
      *           file (itemmove.dat), keyed by item number plus the
      *           Sunday date that ends the business week. The
      *           nightly depletion adds every accepted order line's
      *           units and dollars to its item's week and drops
      *           weeks older than the last 13, so the file is a
      *           rolling quarter of how fast each item sells. The
      *           monthly item velocity run reads it. COPY alongside
      *           IMOVREC (inside the FD), IMOVWS (WORKING-STORAGE),
      *           and IMOVPD (PROCEDURE DIVISION).
      ******************************************************************
           SELECT ITEM-MOVEMENT-FILE ASSIGN TO "itemmove.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-MOVEMENT-KEY
               FILE STATUS IS ITEM-MOVEMENT-STATUS.
