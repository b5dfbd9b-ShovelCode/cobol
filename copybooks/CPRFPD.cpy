      ******************************************************************
      * CPRFPD - PROCEDURE DIVISION paragraphs for the customer
      *          profitability file. See CPRFSEL. PERFORM
      *          OPEN-CUST-PROFIT-FILE once at start of run (it seeds
      *          a missing file), POST-CUST-PROFIT per posting with
      *          the PF-WS- fields loaded, and close CUST-PROFIT-FILE
      *          with the caller's other files.
      ******************************************************************
       OPEN-CUST-PROFIT-FILE.
           OPEN I-O CUST-PROFIT-FILE.
           IF CUST-PROFIT-STATUS = "05" OR "35"
               CLOSE CUST-PROFIT-FILE
               OPEN OUTPUT CUST-PROFIT-FILE
               CLOSE CUST-PROFIT-FILE
               OPEN I-O CUST-PROFIT-FILE
           END-IF.

       POST-CUST-PROFIT.
           MOVE PF-WS-CUSTOMER-ID TO PF-CUSTOMER-ID.
           MOVE PF-WS-PERIOD      TO PF-PERIOD.
           READ CUST-PROFIT-FILE
               KEY IS PF-PROFIT-KEY
               INVALID KEY
                   MOVE PF-WS-CUSTOMER-ID TO PF-CUSTOMER-ID
                   MOVE PF-WS-PERIOD      TO PF-PERIOD
                   MOVE 0 TO PF-GROSS-SALES
                   MOVE 0 TO PF-RETURN-CREDITS
                   MOVE 0 TO PF-AGREEMENT-DISCOUNT
                   MOVE 0 TO PF-WRITE-OFF-AMOUNT
                   MOVE 0 TO PF-FINANCE-ASSESSED
                   MOVE 0 TO PF-FINANCE-COLLECTED
                   PERFORM ADD-CUST-PROFIT-AMOUNT
                   WRITE CUST-PROFIT-RECORD
               NOT INVALID KEY
                   PERFORM ADD-CUST-PROFIT-AMOUNT
                   REWRITE CUST-PROFIT-RECORD
           END-READ.

       ADD-CUST-PROFIT-AMOUNT.
           EVALUATE TRUE
               WHEN PF-WS-GROSS-SALES
                   ADD PF-WS-AMOUNT TO PF-GROSS-SALES
               WHEN PF-WS-RETURN-CREDITS
                   ADD PF-WS-AMOUNT TO PF-RETURN-CREDITS
               WHEN PF-WS-AGREEMENT-DISCOUNT
                   ADD PF-WS-AMOUNT TO PF-AGREEMENT-DISCOUNT
               WHEN PF-WS-WRITE-OFF
                   ADD PF-WS-AMOUNT TO PF-WRITE-OFF-AMOUNT
               WHEN PF-WS-FINANCE-ASSESSED
                   ADD PF-WS-AMOUNT TO PF-FINANCE-ASSESSED
               WHEN PF-WS-FINANCE-COLLECTED
                   ADD PF-WS-AMOUNT TO PF-FINANCE-COLLECTED
           END-EVALUATE.
