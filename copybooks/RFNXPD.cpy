      ******************************************************************
      * RFNXPD - PROCEDURE DIVISION paragraphs for the next-available
      *          refund check number control file. See RFNXSEL. Take
      *          and put back per check: the number on disk is always
      *          the last one actually issued. A missing control file
      *          is seeded so the first refund check is number
      *          80000001, clear of the order, invoice, credit-memo,
      *          purchase order, and quote series.
      ******************************************************************
       GET-NEXT-REFUND-NUMBER.
           PERFORM TRY-OPEN-NEXT-REFUND-FILE.
           PERFORM TRY-OPEN-NEXT-REFUND-FILE
               UNTIL NEXT-REFUND-STATUS = "00".
           READ NEXT-REFUND-FILE.
           ADD 1 TO NR-LAST-REFUND-NUMBER.
           REWRITE NEXT-REFUND-RECORD.
           CLOSE NEXT-REFUND-FILE.
           MOVE NR-LAST-REFUND-NUMBER TO NR-ASSIGNED-REFUND-NUMBER.

       TRY-OPEN-NEXT-REFUND-FILE.
           OPEN I-O NEXT-REFUND-FILE.
           IF NEXT-REFUND-STATUS = "05" OR "35"
               CLOSE NEXT-REFUND-FILE
               OPEN OUTPUT NEXT-REFUND-FILE
               MOVE 80000000 TO NR-LAST-REFUND-NUMBER
               WRITE NEXT-REFUND-RECORD
               CLOSE NEXT-REFUND-FILE
               OPEN I-O NEXT-REFUND-FILE
           END-IF.
