      ******************************************************************
      * PHSTWS - WORKING-STORAGE for the item price history file.
      *          See PHSTSEL. To record a change, MOVE the item,
      *          effective date, old and new price, operator, and
      *          source into the PH-WS- posting group and PERFORM
      *          WRITE-PRICE-HISTORY. To look up a past price, MOVE
      *          the item, the date wanted, and the item's current
      *          IT-UNIT-PRICE into the PH-WS- lookup group and
      *          PERFORM FIND-PRICE-ON-DATE; the answer comes back in
      *          PH-WS-PRICE-ON-DATE.
      ******************************************************************
       01  PRICE-HISTORY-STATUS        PIC XX.
       01  PH-WS-POSTING-FIELDS.
           05  PH-WS-ITEM-NUMBER       PIC X(10).
           05  PH-WS-EFFECTIVE-DATE    PIC 9(8).
           05  PH-WS-OLD-PRICE         PIC S9(5)V99.
           05  PH-WS-NEW-PRICE         PIC S9(5)V99.
           05  PH-WS-OPERATOR-ID       PIC X(10).
           05  PH-WS-CHANGE-SOURCE     PIC X.
       01  PH-WS-LOOKUP-FIELDS.
           05  PH-WS-PRICE-DATE        PIC 9(8).
           05  PH-WS-CURRENT-PRICE     PIC S9(5)V99.
           05  PH-WS-PRICE-ON-DATE     PIC S9(5)V99.
       01  PH-WS-TIME-OF-DAY           PIC 9(8).
       01  PH-WS-SCAN-SWITCH           PIC X VALUE "N".
           88  PH-SCAN-DONE                    VALUE "Y".
