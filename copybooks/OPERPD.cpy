      *          is the bootstrap case - the session signs on as
      *          SETUP with supervisor authority so OPERMNT can be
      *          used to build the file, and says so on the console.
      *          A program started from the MAINMENU main menu finds
      *          a one-time token in environment variable MENUSESS
      *          (no dash - the shell drops those). The token must
      *          be on the menu session file, issued today within the
      *          last OP-SESSION-MAX-SECONDS; its record names the
      *          operator and is deleted as it is read, so a token
      *          is good once. The operator is then re-read so
      *          authority and lockout are current, and password
      *          expiry is enforced as at a keyed sign-on; the
      *          session signs on without a second password and the
      *          audit file gets a MENU record. A refused token is
      *          audited MREJ and falls back to the normal prompt.
      ******************************************************************
       SIGN-ON-OPERATOR.
           MOVE "N" TO OP-SIGNED-ON-SWITCH.
           MOVE SPACES TO OP-MENU-SESSION-TOKEN.
           ACCEPT OP-MENU-SESSION-TOKEN
               FROM ENVIRONMENT "MENUSESS".
           OPEN I-O OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS = "35"
               DISPLAY "NO OPERATOR FILE ON SYSTEM - SIGNING ON AS "
               MOVE "S"     TO OP-SIGNED-ON-AUTHORITY
               MOVE "Y"     TO OP-SIGNED-ON-SWITCH
           ELSE
               IF OP-MENU-SESSION-TOKEN NOT = SPACES
                   PERFORM TAKE-MENU-SIGNON
               END-IF
               PERFORM PROMPT-FOR-OPERATOR-ID
                   UNTIL OPERATOR-SIGNED-ON
               CLOSE OPERATOR-FILE
           END-IF.

       TAKE-MENU-SIGNON.
           MOVE SPACES TO OP-ENTERED-ID.
           MOVE "N" TO OP-MENU-SESSION-SWITCH.
           OPEN I-O MENU-SESSION-FILE.
           IF MENU-SESSION-STATUS = "00"
               MOVE OP-MENU-SESSION-TOKEN TO MS-SESSION-TOKEN
               READ MENU-SESSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MS-OPERATOR-ID TO OP-ENTERED-ID
                       PERFORM CHECK-MENU-SESSION-AGE
                       DELETE MENU-SESSION-FILE RECORD
               END-READ
               CLOSE MENU-SESSION-FILE
           END-IF.
           IF NOT MENU-SESSION-VALID
               DISPLAY "MENU SIGN-ON NOT ACCEPTED - SIGN ON AGAIN."
               MOVE "MREJ" TO SO-RESULT
               PERFORM WRITE-SIGNON-AUDIT
           ELSE
               MOVE OP-ENTERED-ID TO OP-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "MENU SIGN-ON NOT ON FILE - SIGN ON "
                           "AGAIN."
                       MOVE "MREJ" TO SO-RESULT
                       PERFORM WRITE-SIGNON-AUDIT
                   NOT INVALID KEY
                       IF OP-LOCKED-OUT
                           DISPLAY "OPERATOR ID IS LOCKED - see a "
                               "supervisor to reset it through OPERMNT."
                           MOVE "MREJ" TO SO-RESULT
                           PERFORM WRITE-SIGNON-AUDIT
                       ELSE
                           PERFORM COMPLETE-MENU-SIGNON
                       END-IF
               END-READ
           END-IF.

       CHECK-MENU-SESSION-AGE.
      *    Good only on the day it was issued and within the window;
      *    a token from before midnight is simply signed on again.
           ACCEPT OP-WALL-DATE FROM DATE YYYYMMDD.
           ACCEPT OP-WALL-TIME FROM TIME.
           IF MS-ISSUED-DATE = OP-WALL-DATE
               COMPUTE OP-SESSION-AGE-SECONDS =
                   (OP-WALL-HH * 3600 + OP-WALL-MM * 60 + OP-WALL-SS)
                   - (MS-ISSUED-HH * 3600 + MS-ISSUED-MM * 60
                      + MS-ISSUED-SS)
               IF OP-SESSION-AGE-SECONDS NOT < 0
                   AND OP-SESSION-AGE-SECONDS
                       NOT > OP-SESSION-MAX-SECONDS
                   MOVE "Y" TO OP-MENU-SESSION-SWITCH
               END-IF
           END-IF.

       COMPLETE-MENU-SIGNON.
           PERFORM CHECK-PASSWORD-EXPIRY.
           MOVE OP-OPERATOR-ID TO OP-SIGNED-ON-ID.
           MOVE OP-AUTHORITY   TO OP-SIGNED-ON-AUTHORITY.
           MOVE "Y"            TO OP-SIGNED-ON-SWITCH.
           MOVE "MENU"         TO SO-RESULT.
           PERFORM WRITE-SIGNON-AUDIT.
           DISPLAY "SIGNED ON: " OP-OPERATOR-NAME " (FROM MAIN MENU)".

       PROMPT-FOR-OPERATOR-ID.
           DISPLAY "ENTER OPERATOR ID:".
           ACCEPT OP-ENTERED-ID.

       WRITE-SIGNON-AUDIT.
      *    Caller (this copybook) sets SO-RESULT; the attempted ID is
      *    whatever was keyed, or the menu session's operator, so a
      *    probe against an unknown ID is on the record too.
           ACCEPT SO-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT SO-LOG-TIME FROM TIME.
           MOVE OP-ENTERED-ID       TO SO-OPERATOR-ID.
