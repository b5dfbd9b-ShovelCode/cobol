      ******************************************************************
      * PHSTREC - shared PRICE-HISTORY-RECORD layout for the item
      *           price history file (prchist.dat). See PHSTSEL.
      *           PH-OLD-PRICE is the price in force before the
      *           effective date; zero on the entry written when the
      *           item was added.
      ******************************************************************
       01  PRICE-HISTORY-RECORD.
           05  PH-HISTORY-KEY.
               10  PH-ITEM-NUMBER      PIC X(10).
               10  PH-EFFECTIVE-DATE   PIC 9(8).
               10  PH-CHANGE-TIME      PIC 9(8).
           05  PH-OLD-PRICE            PIC S9(5)V99.
           05  PH-NEW-PRICE            PIC S9(5)V99.
           05  PH-OPERATOR-ID          PIC X(10).
           05  PH-CHANGE-SOURCE        PIC X.
               88  PH-ITEM-ADDED               VALUE "A".
               88  PH-KEYED-CHANGE             VALUE "I".
               88  PH-FUTURE-CHANGE            VALUE "F".
               88  PH-IMPORTED-CHANGE          VALUE "M".
