      ******************************************************************
      * CTRMSEL - FILE-CONTROL entry for the customer terms file
      *           (custterm.dat), keyed by CT-CUSTOMER-ID - a side
      *           file beside the customer master, the way the credit
      *           limits are, since CUSTOMER-RECORD has no room left.
      *           A customer with no record here is on the house
      *           terms. COPY alongside CTRMREC (inside the FD);
      *           declare CUSTOMER-TERMS-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT CUSTOMER-TERMS-FILE ASSIGN TO "custterm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CUSTOMER-ID
               FILE STATUS IS CUSTOMER-TERMS-STATUS.
