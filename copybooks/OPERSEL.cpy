      *           before its first transaction. The sign-on audit
      *           file rides along: every successful and failed
      *           attempt lands on signon.log for the morning
      *           dashboard to summarize, as does every function
      *           started from the MAINMENU main menu. The menu
      *           session file (menusess.dat) carries the menu's
      *           one-time hand-off tokens: MAINMENU writes one for
      *           each function it starts, and the function's
      *           sign-on reads and deletes it.
      ******************************************************************
           SELECT OPERATOR-FILE ASSIGN TO "oper.dat"
               ORGANIZATION IS INDEXED
           SELECT SIGNON-AUDIT-FILE ASSIGN TO "signon.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SIGNON-AUDIT-STATUS.

           SELECT MENU-SESSION-FILE ASSIGN TO "menusess.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-SESSION-TOKEN
               FILE STATUS IS MENU-SESSION-STATUS.
