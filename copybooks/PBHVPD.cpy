      ******************************************************************
      * PBHVPD - PROCEDURE DIVISION paragraph for the customer payment
      *          behavior file. See PBHVSEL. Opens, reads the one
      *          customer in PB-CUSTOMER-ID, displays the rating and
      *          closes, so callers never hold payrate.dat across
      *          their own I/O while the monthly run may want it.
      ******************************************************************
       SHOW-PAYMENT-RATING.
           OPEN INPUT PAYMENT-BEHAVIOR-FILE.
           IF PAYMENT-BEHAVIOR-STATUS NOT = "00"
               DISPLAY "PAYMENT RATING: NOT YET RATED"
           ELSE
               READ PAYMENT-BEHAVIOR-FILE
                   KEY IS PB-CUSTOMER-ID
                   INVALID KEY
                       DISPLAY "PAYMENT RATING: NOT YET RATED"
                   NOT INVALID KEY
                       MOVE PB-WEIGHTED-DAYS TO PB-WS-DAYS-DISPLAY
                       MOVE PB-AVERAGE-DAYS  TO PB-WS-AVERAGE-DISPLAY
                       MOVE PB-ITEM-COUNT    TO PB-WS-COUNT-DISPLAY
                       DISPLAY "PAYMENT RATING: " PB-RATING
                           " - PAYS IN " PB-WS-DAYS-DISPLAY
                           " DAYS WEIGHTED, " PB-WS-AVERAGE-DISPLAY
                           " AVERAGE, " PB-WS-COUNT-DISPLAY
                           " ITEMS, RATED " PB-RATED-DATE
                       IF PB-TREND-WORSENING
                           DISPLAY "PAYMENT TREND : SLOWER EACH OF "
                               "THE LAST THREE MONTHS"
                       END-IF
               END-READ
               CLOSE PAYMENT-BEHAVIOR-FILE
           END-IF.
