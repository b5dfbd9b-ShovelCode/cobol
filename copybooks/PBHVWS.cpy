      ******************************************************************
      * PBHVWS - WORKING-STORAGE for the customer payment behavior
      *          file. See PBHVSEL. An inquiry loads PB-CUSTOMER-ID
      *          and PERFORMs SHOW-PAYMENT-RATING (PBHVPD).
      ******************************************************************
       01  PAYMENT-BEHAVIOR-STATUS PIC XX.
       01  PB-WS-DAYS-DISPLAY      PIC ZZ9.
       01  PB-WS-AVERAGE-DISPLAY   PIC ZZ9.
       01  PB-WS-COUNT-DISPLAY     PIC ZZZZ9.
