      ******************************************************************
      * SHIPSEL - FILE-CONTROL entry for the customer ship-to file
      *           (shipto.dat), keyed by customer plus ship-to code.
      *           A customer with more than one delivery point - the
      *           multi-store accounts - carries one record per store
      *           here; the customer master's own address stays the
      *           bill-to. Order lines carry the ship-to code, the
      *           pick ticket and invoice print its address, and the
      *           invoice taxes at its state. SHIPMNT maintains it.
      *           COPY alongside SHIPREC (inside the FD); declare
      *           SHIP-TO-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT SHIP-TO-FILE ASSIGN TO "shipto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-SHIP-TO-KEY
               FILE STATUS IS SHIP-TO-STATUS.
