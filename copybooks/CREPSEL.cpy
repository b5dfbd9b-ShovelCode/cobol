      ******************************************************************
      * CREPSEL - FILE-CONTROL entry for the customer-to-rep
      *           assignment file (custrep.dat), keyed by customer
      *           and effective date, so a territory change is dated
      *           and the history of who owned the account stays on
      *           file. The assignment in force on a date is the one
      *           with the latest effective date not after it; a
      *           customer with none is a house account. COPY
      *           alongside CREPREC (inside the FD), CREPWS
      *           (WORKING-STORAGE) and CREPPD (PROCEDURE DIVISION).
      ******************************************************************
           SELECT CUSTOMER-REP-FILE ASSIGN TO "custrep.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-ASSIGNMENT-KEY
               FILE STATUS IS CUSTOMER-REP-STATUS.
