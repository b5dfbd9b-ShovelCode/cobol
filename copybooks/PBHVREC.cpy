      ******************************************************************
      * PBHVREC - shared PAYMENT-BEHAVIOR-RECORD layout for the
      *           customer payment behavior file (payrate.dat). See
      *           PBHVSEL. Days to pay are counted from an open
      *           item's date to the posting of each check that
      *           relieved it, over the last three months' payments.
      *           PB-AVERAGE-DAYS treats every item alike;
      *           PB-WEIGHTED-DAYS weights each by the dollars paid,
      *           so one large slow invoice counts for what it is.
      *           The rating is set from the weighted figure:
      *             A - 30 days or less     D - 61 to 90 days
      *             B - 31 to 45 days       E - over 90 days
      *             C - 46 to 60 days
      *           PB-MONTH-FIGURES hold each of the three months,
      *           oldest first (zero count = no payments that month).
      *           PB-TREND-FLAG is W when the customer has paid
      *           slower in each month than the month before.
      ******************************************************************
       01  PAYMENT-BEHAVIOR-RECORD.
           05  PB-CUSTOMER-ID      PIC X(10).
           05  PB-RATING           PIC X.
               88  PB-RATING-VALID VALUE "A" "B" "C" "D" "E".
           05  PB-AVERAGE-DAYS     PIC 9(3).
           05  PB-WEIGHTED-DAYS    PIC 9(3).
           05  PB-ITEM-COUNT       PIC 9(5).
           05  PB-MONTH-FIGURES    OCCURS 3 TIMES.
               10  PB-MONTH-WEIGHTED-DAYS PIC 9(3).
               10  PB-MONTH-ITEM-COUNT    PIC 9(5).
           05  PB-TREND-FLAG       PIC X.
               88  PB-TREND-WORSENING          VALUE "W".
           05  PB-RATED-DATE       PIC 9(8).
