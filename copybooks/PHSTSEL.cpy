      ******************************************************************
      * PHSTSEL - FILE-CONTROL entry for the item price history file
      *           (prchist.dat), keyed by item number, effective date,
      *           and time of change. Every change to IT-UNIT-PRICE -
      *           keyed in ITEMMNT, applied by PRCAPPLY, or loaded by
      *           a DATAIMPT mass update - writes one
      *           record with the old and new price, so "what did
      *           this item sell for on the invoice date" can be
      *           answered. COPY alongside PHSTREC (inside the FD),
      *           PHSTWS (WORKING-STORAGE), and PHSTPD (PROCEDURE
      *           DIVISION).
      ******************************************************************
           SELECT PRICE-HISTORY-FILE ASSIGN TO "prchist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HISTORY-KEY
               FILE STATUS IS PRICE-HISTORY-STATUS.
