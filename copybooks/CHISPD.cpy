      ******************************************************************
      * CHISPD - PROCEDURE DIVISION paragraphs for the customer
      *          period sales history file. See CHISSEL. PERFORM
      *          OPEN-CUST-HISTORY-FILE once at start of run (it
      *          seeds a missing file), POST-CUST-HISTORY per posting
      *          with the CH-WS- fields loaded, and close
      *          CUST-HISTORY-FILE with the caller's other files.
      ******************************************************************
       OPEN-CUST-HISTORY-FILE.
           OPEN I-O CUST-HISTORY-FILE.
           IF CUST-HISTORY-STATUS = "05" OR "35"
               CLOSE CUST-HISTORY-FILE
               OPEN OUTPUT CUST-HISTORY-FILE
               CLOSE CUST-HISTORY-FILE
               OPEN I-O CUST-HISTORY-FILE
           END-IF.

       POST-CUST-HISTORY.
           MOVE CH-WS-CUSTOMER-ID TO CH-CUSTOMER-ID.
           MOVE CH-WS-PERIOD      TO CH-PERIOD.
           READ CUST-HISTORY-FILE
               KEY IS CH-HISTORY-KEY
               INVALID KEY
                   MOVE CH-WS-CUSTOMER-ID TO CH-CUSTOMER-ID
                   MOVE CH-WS-PERIOD      TO CH-PERIOD
                   MOVE 0                 TO CH-LINE-COUNT
                   MOVE 0                 TO CH-SALES-AMOUNT
                   ADD CH-WS-LINE-COUNT   TO CH-LINE-COUNT
                   ADD CH-WS-AMOUNT       TO CH-SALES-AMOUNT
                   WRITE CUST-HISTORY-RECORD
               NOT INVALID KEY
                   ADD CH-WS-LINE-COUNT   TO CH-LINE-COUNT
                   ADD CH-WS-AMOUNT       TO CH-SALES-AMOUNT
                   REWRITE CUST-HISTORY-RECORD
           END-READ.
