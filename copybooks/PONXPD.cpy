      ******************************************************************
      * PONXPD - PROCEDURE DIVISION paragraphs for the next-available
      *          purchase order number control file. See PONXSEL.
      *          Take and put back per PO: the number on disk is
      *          always the last one actually issued. A missing
      *          control file is seeded so the first PO of the shop's
      *          life is number 60000001, clear of the order,
      *          invoice, and credit-memo series.
      ******************************************************************
       GET-NEXT-PO-NUMBER.
           PERFORM TRY-OPEN-NEXT-PO-FILE.
           PERFORM TRY-OPEN-NEXT-PO-FILE
               UNTIL NEXT-PO-STATUS = "00".
           READ NEXT-PO-FILE.
           ADD 1 TO NP-LAST-PO-NUMBER.
           REWRITE NEXT-PO-RECORD.
           CLOSE NEXT-PO-FILE.
           MOVE NP-LAST-PO-NUMBER TO NP-ASSIGNED-PO-NUMBER.

       TRY-OPEN-NEXT-PO-FILE.
           OPEN I-O NEXT-PO-FILE.
           IF NEXT-PO-STATUS = "05" OR "35"
               CLOSE NEXT-PO-FILE
               OPEN OUTPUT NEXT-PO-FILE
               MOVE 60000000 TO NP-LAST-PO-NUMBER
               WRITE NEXT-PO-RECORD
               CLOSE NEXT-PO-FILE
               OPEN I-O NEXT-PO-FILE
           END-IF.
