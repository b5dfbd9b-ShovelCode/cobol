           88  OPERATOR-IS-SUPERVISOR          VALUE "S".
       01  OP-SIGNED-ON-SWITCH     PIC X       VALUE "N".
           88  OPERATOR-SIGNED-ON              VALUE "Y".
       01  MENU-SESSION-STATUS     PIC XX.
       01  OP-MENU-SESSION-TOKEN   PIC X(16).
       01  OP-MENU-SESSION-SWITCH  PIC X       VALUE "N".
           88  MENU-SESSION-VALID              VALUE "Y".
       01  OP-SESSION-AGE-SECONDS  PIC S9(7).
       01  OP-WALL-DATE            PIC 9(8).
       01  OP-WALL-TIME            PIC 9(8).
       01  OP-WALL-TIME-PARTS REDEFINES OP-WALL-TIME.
           05  OP-WALL-HH          PIC 99.
           05  OP-WALL-MM          PIC 99.
           05  OP-WALL-SS          PIC 99.
           05  FILLER              PIC 99.
       01  OP-PWD-AGE-DAYS         PIC S9(5).

      *    Shop credential policy: passwords live this many days, and
      *    this many consecutive misses locks the ID.
       01  OP-PWD-EXPIRY-DAYS      PIC 9(3)    VALUE 90.
       01  OP-LOCKOUT-LIMIT        PIC 9(2)    VALUE 3.
      *    A menu hand-off token is good once, for this long after
      *    the menu issued it.
       01  OP-SESSION-MAX-SECONDS  PIC 9(5)    VALUE 300.
