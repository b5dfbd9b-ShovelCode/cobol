      ******************************************************************
      * QTNXPD - PROCEDURE DIVISION paragraphs for the next-available
      *          quote number control file. See QTNXSEL. Take and put
      *          back per quote: the number on disk is always the
      *          last one actually issued. A missing control file is
      *          seeded so the first quote of the shop's life is
      *          number 70000001, clear of the order, invoice,
      *          credit-memo, and purchase order series - a quote
      *          number read over the phone can never be mistaken
      *          for an order.
      ******************************************************************
       GET-NEXT-QUOTE-NUMBER.
           PERFORM TRY-OPEN-NEXT-QUOTE-FILE.
           PERFORM TRY-OPEN-NEXT-QUOTE-FILE
               UNTIL NEXT-QUOTE-STATUS = "00".
           READ NEXT-QUOTE-FILE.
           ADD 1 TO NQ-LAST-QUOTE-NUMBER.
           REWRITE NEXT-QUOTE-RECORD.
           CLOSE NEXT-QUOTE-FILE.
           MOVE NQ-LAST-QUOTE-NUMBER TO NQ-ASSIGNED-QUOTE-NUMBER.

       TRY-OPEN-NEXT-QUOTE-FILE.
           OPEN I-O NEXT-QUOTE-FILE.
           IF NEXT-QUOTE-STATUS = "05" OR "35"
               CLOSE NEXT-QUOTE-FILE
               OPEN OUTPUT NEXT-QUOTE-FILE
               MOVE 70000000 TO NQ-LAST-QUOTE-NUMBER
               WRITE NEXT-QUOTE-RECORD
               CLOSE NEXT-QUOTE-FILE
               OPEN I-O NEXT-QUOTE-FILE
           END-IF.
