      ******************************************************************
      * CXRFSEL - FILE-CONTROL entry for the customer item cross-
      *           reference file (custxref.dat), keyed by customer
      *           plus the customer's own part number. An account
      *           that orders from its own catalog has one record per
      *           part number naming our item; ORDIMPRT translates
      *           their transmission through it and the invoice finds
      *           their part number again through the alternate key
      *           (customer plus our item). Maintained by XREFMNT and
      *           loaded from the customer's catalog by XREFLOAD.
      *           Every opener must declare the same keys, so the
      *           alternate key lives here and nowhere else. COPY
      *           alongside CXRFREC (inside the FD); declare
      *           CUSTOMER-XREF-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT CUSTOMER-XREF-FILE ASSIGN TO "custxref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-XREF-KEY
               ALTERNATE RECORD KEY IS CX-ITEM-KEY
                   WITH DUPLICATES
               FILE STATUS IS CUSTOMER-XREF-STATUS.
