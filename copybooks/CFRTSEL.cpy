      ******************************************************************
      * CFRTSEL - FILE-CONTROL entry for the customer freight file
      *           (custfrt.dat), keyed by CF-CUSTOMER-ID - a side
      *           file beside the customer master, the way the terms
      *           are, since CUSTOMER-RECORD has no room left. A
      *           customer with no record here pays freight. COPY
      *           alongside CFRTREC (inside the FD); declare
      *           CUSTOMER-FREIGHT-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT CUSTOMER-FREIGHT-FILE ASSIGN TO "custfrt.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CUSTOMER-ID
               FILE STATUS IS CUSTOMER-FREIGHT-STATUS.
