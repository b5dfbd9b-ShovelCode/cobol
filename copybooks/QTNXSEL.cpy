      ******************************************************************
      * QTNXSEL - FILE-CONTROL entry for the next-available quote
      *           number control file (quotnxt.dat). The same
      *           take-and-put-back discipline as the order number
      *           control file, so two sales desks never hand out the
      *           same quote number. COPY alongside QTNXFD (FILE
      *           SECTION), QTNXWS (WORKING-STORAGE), and QTNXPD
      *           (PROCEDURE DIVISION).
      ******************************************************************
           SELECT NEXT-QUOTE-FILE ASSIGN TO "quotnxt.dat"
               ORGANIZATION IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS NEXT-QUOTE-STATUS.
