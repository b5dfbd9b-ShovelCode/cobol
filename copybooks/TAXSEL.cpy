      ******************************************************************
      * TAXSEL - FILE-CONTROL entry for the sales tax rate table
      *          (taxrate.dat), keyed by state code. The invoice run
      *          computes each invoice's tax line from the ship-to
      *          state (shipto.dat), or the bill-to customer's
      *          CUSTOMER-STATE when the lines carry no ship-to,
      *          against this table; TAXMNT maintains it. COPY
      *          alongside TAXREC (inside the FD); declare
      *          TAX-RATE-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT TAX-RATE-FILE ASSIGN TO "taxrate.dat"
               ORGANIZATION IS INDEXED
