       POST-OPEN-ITEM-AMOUNT.
           MOVE OI-WS-CUSTOMER-ID TO OI-CUSTOMER-ID.
           MOVE OI-WS-REFERENCE   TO OI-REFERENCE.
           MOVE OI-WS-INVOICE-NUMBER TO OI-INVOICE-NUMBER.
           READ OPEN-ITEM-FILE
               KEY IS OI-ITEM-KEY
               INVALID KEY
                   MOVE OI-WS-CUSTOMER-ID TO OI-CUSTOMER-ID
                   MOVE OI-WS-REFERENCE   TO OI-REFERENCE
                   MOVE OI-WS-INVOICE-NUMBER TO OI-INVOICE-NUMBER
                   MOVE OI-WS-REF-DATE    TO OI-ITEM-DATE
                   MOVE OI-WS-ITEM-TYPE   TO OI-ITEM-TYPE
                   MOVE OI-WS-AMOUNT      TO OI-ORIGINAL-AMOUNT
                   MOVE OI-WS-AMOUNT      TO OI-OPEN-AMOUNT
                   PERFORM SET-OPEN-ITEM-DUE-DATE
                   MOVE OI-WS-DISPUTE-FLAG TO OI-DISPUTE-FLAG
                   MOVE OI-WS-DISPUTE-REASON TO OI-DISPUTE-REASON
                   MOVE OI-WS-DISPUTE-DATE TO OI-DISPUTE-DATE
                   MOVE OI-WS-DISPUTE-OPERATOR TO OI-DISPUTE-OPERATOR
                   WRITE OPEN-ITEM-RECORD
               NOT INVALID KEY
                   ADD OI-WS-AMOUNT TO OI-ORIGINAL-AMOUNT
                   ADD OI-WS-AMOUNT TO OI-OPEN-AMOUNT
                   REWRITE OPEN-ITEM-RECORD
           END-READ.

       SET-OPEN-ITEM-DUE-DATE.
      *    Terms are fixed when the item is created; later postings
      *    into the same item leave its dates alone.
           IF OI-WS-DUE-DATE = 0
               COMPUTE OI-DUE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (OI-WS-REF-DATE)
                       + OI-WS-HOUSE-NET-DAYS)
               MOVE 0 TO OI-DISCOUNT-DATE
               MOVE 0 TO OI-DISCOUNT-PERCENT
           ELSE
               MOVE OI-WS-DUE-DATE         TO OI-DUE-DATE
               MOVE OI-WS-DISCOUNT-DATE    TO OI-DISCOUNT-DATE
               MOVE OI-WS-DISCOUNT-PERCENT TO OI-DISCOUNT-PERCENT
           END-IF.
