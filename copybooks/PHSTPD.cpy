      ******************************************************************
      * PHSTPD - PROCEDURE DIVISION paragraphs for the item price
      *          history file. See PHSTSEL. PERFORM
      *          OPEN-PRICE-HISTORY-FILE once at start of run (it
      *          seeds a missing file), and close PRICE-HISTORY-FILE
      *          with the caller's other files.
      *
      *          FIND-PRICE-ON-DATE positions on the first change
      *          dated after the date wanted; that change's old price
      *          is the price that was in force on the date. With no
      *          later change the current item price still applies.
      ******************************************************************
       OPEN-PRICE-HISTORY-FILE.
           OPEN I-O PRICE-HISTORY-FILE.
           IF PRICE-HISTORY-STATUS = "05" OR "35"
               CLOSE PRICE-HISTORY-FILE
               OPEN OUTPUT PRICE-HISTORY-FILE
               CLOSE PRICE-HISTORY-FILE
               OPEN I-O PRICE-HISTORY-FILE
           END-IF.

       WRITE-PRICE-HISTORY.
           ACCEPT PH-WS-TIME-OF-DAY FROM TIME.
           MOVE PH-WS-ITEM-NUMBER    TO PH-ITEM-NUMBER.
           MOVE PH-WS-EFFECTIVE-DATE TO PH-EFFECTIVE-DATE.
           MOVE PH-WS-TIME-OF-DAY    TO PH-CHANGE-TIME.
           MOVE PH-WS-OLD-PRICE      TO PH-OLD-PRICE.
           MOVE PH-WS-NEW-PRICE      TO PH-NEW-PRICE.
           MOVE PH-WS-OPERATOR-ID    TO PH-OPERATOR-ID.
           MOVE PH-WS-CHANGE-SOURCE  TO PH-CHANGE-SOURCE.
           MOVE "N" TO PH-WS-SCAN-SWITCH.
           PERFORM WRITE-PRICE-HISTORY-RECORD UNTIL PH-SCAN-DONE.

       WRITE-PRICE-HISTORY-RECORD.
           WRITE PRICE-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO PH-CHANGE-TIME
               NOT INVALID KEY
                   MOVE "Y" TO PH-WS-SCAN-SWITCH
           END-WRITE.

       FIND-PRICE-ON-DATE.
           MOVE PH-WS-CURRENT-PRICE TO PH-WS-PRICE-ON-DATE.
           MOVE PH-WS-ITEM-NUMBER   TO PH-ITEM-NUMBER.
           MOVE PH-WS-PRICE-DATE    TO PH-EFFECTIVE-DATE.
           MOVE 99999999            TO PH-CHANGE-TIME.
           MOVE "N" TO PH-WS-SCAN-SWITCH.
           START PRICE-HISTORY-FILE KEY IS GREATER THAN PH-HISTORY-KEY
               INVALID KEY
                   MOVE "Y" TO PH-WS-SCAN-SWITCH
           END-START.
           IF NOT PH-SCAN-DONE
               READ PRICE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO PH-WS-SCAN-SWITCH
               END-READ
           END-IF.
           IF NOT PH-SCAN-DONE
               AND PH-ITEM-NUMBER = PH-WS-ITEM-NUMBER
               MOVE PH-OLD-PRICE TO PH-WS-PRICE-ON-DATE
           END-IF.
