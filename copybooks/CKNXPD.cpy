      ******************************************************************
      * CKNXPD - PROCEDURE DIVISION paragraphs for the next-available
      *          payroll check number control file. See CKNXSEL.
      *          Take and put back per check: the number on disk is
      *          always the last one actually issued. A missing
      *          control file is seeded so the first check is number
      *          00010001; payroll re-seeds it to match the check
      *          stock when a new box is loaded.
      ******************************************************************
       GET-NEXT-CHECK-NUMBER.
           PERFORM TRY-OPEN-NEXT-CHECK-FILE.
           PERFORM TRY-OPEN-NEXT-CHECK-FILE
               UNTIL NEXT-CHECK-STATUS = "00".
           READ NEXT-CHECK-FILE.
           ADD 1 TO NC-LAST-CHECK-NUMBER.
           REWRITE NEXT-CHECK-RECORD.
           CLOSE NEXT-CHECK-FILE.
           MOVE NC-LAST-CHECK-NUMBER TO NC-ASSIGNED-CHECK-NUMBER.

       TRY-OPEN-NEXT-CHECK-FILE.
           OPEN I-O NEXT-CHECK-FILE.
           IF NEXT-CHECK-STATUS = "05" OR "35"
               CLOSE NEXT-CHECK-FILE
               OPEN OUTPUT NEXT-CHECK-FILE
               MOVE 10000 TO NC-LAST-CHECK-NUMBER
               WRITE NEXT-CHECK-RECORD
               CLOSE NEXT-CHECK-FILE
               OPEN I-O NEXT-CHECK-FILE
           END-IF.
