      *          expired one. OP-FAILED-COUNT counts consecutive
      *          misses and OP-LOCKED-FLAG goes L at the limit, after
      *          which only OPERMNT's reset path opens the ID again.
      *          OP-EMP-ID ties the operator to the employee master -
      *          ZERO for an ID nobody on the payroll uses - so the
      *          segregation-of-duties report can see a supervisor
      *          approving their own timecards.
      ******************************************************************
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OP-FAILED-COUNT     PIC 9(2).
           05  OP-LOCKED-FLAG      PIC X.
               88  OP-LOCKED-OUT               VALUE "L".
           05  OP-EMP-ID           PIC 9(5).

       FD  SIGNON-AUDIT-FILE.
       01  SIGNON-AUDIT-RECORD.
               88  SO-SIGNON-OK                VALUE "OK".
               88  SO-SIGNON-FAILED            VALUE "FAIL".
               88  SO-SIGNON-LOCKED            VALUE "LOCK".
      *    MENU is a function started from MAINMENU and signed on
      *    through the menu's hand-off token, written by the function
      *    with its own program name, so the log shows who used what.
      *    MREJ is a hand-off refused - an unknown, used or stale
      *    token, or a menu operator no longer on file or locked.
               88  SO-MENU-SELECTION           VALUE "MENU".
               88  SO-MENU-REJECTED            VALUE "MREJ".

      *    One record per function MAINMENU starts. The token is the
      *    only thing passed to the function; the operator ID comes
      *    from here, and the record is deleted when the function
      *    takes it, or by the menu when the function ends without
      *    having taken it.
       FD  MENU-SESSION-FILE.
       01  MENU-SESSION-RECORD.
           05  MS-SESSION-TOKEN    PIC X(16).
           05  MS-OPERATOR-ID      PIC X(10).
           05  MS-ISSUED-DATE      PIC 9(8).
           05  MS-ISSUED-TIME      PIC 9(8).
           05  MS-ISSUED-TIME-PARTS REDEFINES MS-ISSUED-TIME.
               10  MS-ISSUED-HH    PIC 99.
               10  MS-ISSUED-MM    PIC 99.
               10  MS-ISSUED-SS    PIC 99.
               10  FILLER          PIC 99.
