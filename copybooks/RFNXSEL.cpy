      ******************************************************************
      * RFNXSEL - FILE-CONTROL entry for the next-available refund
      *           check number control file (refnxt.dat). The same
      *           take-and-put-back discipline as the quote and order
      *           number control files, so no two refund checks ever
      *           carry the same number. COPY alongside RFNXFD (FILE
      *           SECTION), RFNXWS (WORKING-STORAGE), and RFNXPD
      *           (PROCEDURE DIVISION).
      ******************************************************************
           SELECT NEXT-REFUND-FILE ASSIGN TO "refnxt.dat"
               ORGANIZATION IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS NEXT-REFUND-STATUS.
