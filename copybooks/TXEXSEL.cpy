      ******************************************************************
      * TXEXSEL - FILE-CONTROL entry for the sales tax exemption
      *           certificate file (taxexmpt.dat), keyed by customer
      *           and state - one certificate per customer per taxing
      *           state. The invoice run skips the tax line while a
      *           certificate for the invoice's taxing state is on
      *           file and not expired; TAXMNT maintains it under
      *           supervisor authority. COPY alongside TXEXREC (inside
      *           the FD); declare TAX-EXEMPT-STATUS in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT TAX-EXEMPT-FILE ASSIGN TO "taxexmpt.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XC-CERTIFICATE-KEY
               FILE STATUS IS TAX-EXEMPT-STATUS.
