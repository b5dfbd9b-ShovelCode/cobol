      ******************************************************************
      * CMRTSEL - FILE-CONTROL entry for the commission rate table
      *           (comrate.dat), keyed by CP-DEPARTMENT - the share of
      *           a department's net sales paid to the owning rep. A
      *           department with no rate earns no commission (the
      *           finance-charge lines, for one). The WRITE-OFF entry
      *           is the rate at which bad-debt write-offs are
      *           charged back. COPY alongside CMRTREC (inside the
      *           FD); declare COMMISSION-RATE-STATUS in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT COMMISSION-RATE-FILE ASSIGN TO "comrate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-DEPARTMENT
               FILE STATUS IS COMMISSION-RATE-STATUS.
