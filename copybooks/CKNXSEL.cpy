      ******************************************************************
      * CKNXSEL - FILE-CONTROL entry for the next-available payroll
      *           check number control file (chknxt.dat). The same
      *           take-and-put-back discipline as the purchase order
      *           number control file, so a check number is never
      *           printed twice. COPY alongside CKNXFD (FILE
      *           SECTION), CKNXWS (WORKING-STORAGE), and CKNXPD
      *           (PROCEDURE DIVISION).
      ******************************************************************
           SELECT NEXT-CHECK-FILE ASSIGN TO "chknxt.dat"
               ORGANIZATION IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS NEXT-CHECK-STATUS.
