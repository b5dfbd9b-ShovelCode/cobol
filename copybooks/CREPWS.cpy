      ******************************************************************
      * CREPWS - WORKING-STORAGE for the customer-to-rep lookup. See
      *          CREPSEL. The caller opens CUSTOMER-REP-FILE INPUT,
      *          setting RP-WS-FILE-OPEN when the open succeeds, then
      *          loads RP-WS-CUSTOMER-ID and RP-WS-AS-OF-DATE and
      *          PERFORMs FIND-CUSTOMER-REP (CREPPD).
      *          RP-WS-SALESPERSON-ID comes back SPACES for a house
      *          account, or when there is no assignment file.
      ******************************************************************
       01  CUSTOMER-REP-STATUS     PIC XX.
       01  RP-WS-FILE-SWITCH       PIC X       VALUE "N".
           88  RP-WS-FILE-OPEN                 VALUE "Y".
       01  RP-WS-CUSTOMER-ID       PIC X(10).
       01  RP-WS-AS-OF-DATE        PIC 9(8).
       01  RP-WS-SALESPERSON-ID    PIC X(6).
       01  RP-WS-SCAN-SWITCH       PIC X.
           88  RP-WS-SCAN-DONE                 VALUE "Y".
