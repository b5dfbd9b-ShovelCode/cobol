      ******************************************************************
      * PONXSEL - FILE-CONTROL entry for the next-available purchase
      *           order number control file (ponxt.dat). The same
      *           take-and-put-back discipline as the order number
      *           control file, so a PO number is never issued twice
      *           between two buyers. COPY alongside PONXFD (FILE
      *           SECTION), PONXWS (WORKING-STORAGE), and PONXPD
      *           (PROCEDURE DIVISION).
      ******************************************************************
           SELECT NEXT-PO-FILE ASSIGN TO "ponxt.dat"
               ORGANIZATION IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS NEXT-PO-STATUS.
