      ******************************************************************
      * CHISSEL - FILE-CONTROL entry for the customer period sales
      *           history file (custhist.dat), keyed by customer plus
      *           business month (YYYYMM) - the customer-level
      *           companion to depthist.dat. Ship release rolls each
      *           night's shipped lines and dollars in here and the
      *           return posting nets credits off, so "who are our
      *           top customers and are they growing" is read off
      *           one file. COPY alongside CHISREC (inside the FD),
      *           CHISWS (WORKING-STORAGE), and CHISPD (PROCEDURE
      *           DIVISION).
      ******************************************************************
           SELECT CUST-HISTORY-FILE ASSIGN TO "custhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HISTORY-KEY
               FILE STATUS IS CUST-HISTORY-STATUS.
