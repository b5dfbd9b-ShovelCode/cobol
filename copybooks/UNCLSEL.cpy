      ******************************************************************
      * UNCLSEL - FILE-CONTROL entry for the unclaimed property file
      *           (unclprop.dat), keyed by customer and the date the
      *           annual sweep selected the credit. UNCLPRP selects
      *           dormant credit balances onto it, CUSTLTR's UNCLAIMED
      *           mode stamps the due-diligence letter, and UNCLPRP's
      *           remittance pass closes each record as claimed or
      *           reported to the state - so every year's escheat
      *           decision stays on file for the state auditor. COPY
      *           alongside UNCLREC (inside the FD); declare
      *           UNCLAIMED-PROPERTY-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT UNCLAIMED-PROPERTY-FILE ASSIGN TO "unclprop.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-PROPERTY-KEY
               FILE STATUS IS UNCLAIMED-PROPERTY-STATUS.
