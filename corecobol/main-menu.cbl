       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINMENU.
      ******************************************************************
      * Purpose: Operator main menu. Signs the operator on once
      *          through the shared sign-on and shows the bulletin
      *          board, then lists the interactive functions grouped
      *          by area - customers, orders, cash, inventory,
      *          payroll, operations - leaving out any the operator's
      *          authority does not allow (a clerk never sees the
      *          supervisor-only programs). Each function started
      *          gets a one-time session record on menusess.dat -
      *          a random token, the signed-on ID and the time - and
      *          only the token is passed, in environment variable
      *          MENUSESS. The shared sign-on proves the token
      *          against that record, deletes it, and signs the
      *          function on in place of a second password, writing
      *          signon.log (result MENU, with the function's program
      *          name), so the log shows who used what; a token the
      *          function never took is deleted when it ends, and the
      *          operator comes back to the menu. Functions run from
      *          the compiled programs in the current directory, each
      *          named after its source member the way the nightly
      *          stream builds its steps (access-example for
      *          CUSTMAINT); one that has not been built says so.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BULLSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY BULLFD.
           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-MENU-ENTRY           PIC X(2).
       01  WS-CHOICE-DIGITS        PIC X(2).
       01  WS-CHOICE-NUMBER REDEFINES WS-CHOICE-DIGITS
                                   PIC 99.
       01  WS-AREA-SUB             PIC 9.
       01  WS-FUNCTION-SUB         PIC 99.
       01  WS-SHOWN-COUNT          PIC 99.
       01  WS-SHOWN-DISPLAY        PIC Z9.
       01  WS-AREA-SHOWN-COUNT     PIC 99.
       01  WS-COMMAND-LINE         PIC X(40).
       01  WS-FUNCTION-RC          PIC S9(4).
       01  WS-FUNCTION-RC-DISPLAY  PIC ZZZ9-.
       01  WS-RANDOM-SEED          PIC 9(8).
       01  WS-RANDOM-VALUE         PIC V9(9).
       01  WS-SESSION-TOKEN        PIC X(16).
       01  WS-SESSION-TOKEN-PARTS REDEFINES WS-SESSION-TOKEN.
           05  WS-TOKEN-HIGH       PIC 9(8).
           05  WS-TOKEN-LOW        PIC 9(8).
       01  WS-SESSION-WRITTEN-SWITCH PIC X     VALUE "N".
           88  MENU-SESSION-WRITTEN            VALUE "Y".

      *    Menu areas, in the order they are listed.
       01  WS-AREA-NAME-VALUES.
           05  FILLER              PIC X(10) VALUE "CUSTOMERS".
           05  FILLER              PIC X(10) VALUE "ORDERS".
           05  FILLER              PIC X(10) VALUE "CASH".
           05  FILLER              PIC X(10) VALUE "INVENTORY".
           05  FILLER              PIC X(10) VALUE "PAYROLL".
           05  FILLER              PIC X(10) VALUE "OPERATIONS".
       01  WS-AREA-NAME-TABLE REDEFINES WS-AREA-NAME-VALUES.
           05  WS-AREA-NAME        OCCURS 6 TIMES PIC X(10).

      *    Every interactive function: area, authority needed (C any
      *    operator, S supervisor only - the programs that refuse a
      *    clerk outright), program name, compiled program to start,
      *    and the menu text. A new interactive program is added
      *    here and the OCCURS count raised.
       01  WS-FUNCTION-VALUES.
           05  FILLER              PIC X(11) VALUE "1CCUSTMAINT".
           05  FILLER              PIC X(20) VALUE "access-example".
           05  FILLER              PIC X(30) VALUE
               "CUSTOMER MAINTENANCE".
           05  FILLER              PIC X(11) VALUE "1CSHIPMNT".
           05  FILLER              PIC X(20) VALUE "shipto-maint".
           05  FILLER              PIC X(30) VALUE
               "SHIP-TO ADDRESSES".
           05  FILLER              PIC X(11) VALUE "1CCREDMNT".
           05  FILLER              PIC X(20) VALUE "credit-maint".
           05  FILLER              PIC X(30) VALUE
               "CREDIT LIMITS".
           05  FILLER              PIC X(11) VALUE "1CTERMMNT".
           05  FILLER              PIC X(20) VALUE "terms-maint".
           05  FILLER              PIC X(30) VALUE
               "PAYMENT TERMS".
           05  FILLER              PIC X(11) VALUE "1CTAXMNT".
           05  FILLER              PIC X(20) VALUE "tax-maint".
           05  FILLER              PIC X(30) VALUE
               "SALES TAX AND EXEMPTIONS".
           05  FILLER              PIC X(11) VALUE "1CSLSPMNT".
           05  FILLER              PIC X(20) VALUE "salesrep-maint".
           05  FILLER              PIC X(30) VALUE
               "SALESPERSONS".
           05  FILLER              PIC X(11) VALUE "1CTPRTMNT".
           05  FILLER              PIC X(20) VALUE "partner-maint".
           05  FILLER              PIC X(30) VALUE
               "TRADING PARTNERS".
           05  FILLER              PIC X(11) VALUE "1CTXNINQ".
           05  FILLER              PIC X(20) VALUE "txn-inquiry".
           05  FILLER              PIC X(30) VALUE
               "TRANSACTION HISTORY INQUIRY".
           05  FILLER              PIC X(11) VALUE "1CCOLNOTE".
           05  FILLER              PIC X(20) VALUE "collection-notes".
           05  FILLER              PIC X(30) VALUE
               "COLLECTION NOTES".
           05  FILLER              PIC X(11) VALUE "1CDISPMNT".
           05  FILLER              PIC X(20) VALUE "dispute-maint".
           05  FILLER              PIC X(30) VALUE
               "INVOICE DISPUTES".
           05  FILLER              PIC X(11) VALUE "1SCUSTMERG".
           05  FILLER              PIC X(20) VALUE "customer-merge".
           05  FILLER              PIC X(30) VALUE
               "MERGE DUPLICATE CUSTOMERS".
           05  FILLER              PIC X(11) VALUE "1SCUSTREIN".
           05  FILLER              PIC X(20) VALUE "customer-reinstate".
           05  FILLER              PIC X(30) VALUE
               "REINSTATE A PURGED CUSTOMER".
           05  FILLER              PIC X(11) VALUE "1SCUSTBKOT".
           05  FILLER              PIC X(20) VALUE "customer-backout".
           05  FILLER              PIC X(30) VALUE
               "BACK OUT CUSTOMER CHANGES".
           05  FILLER              PIC X(11) VALUE "1SHIERMNT".
           05  FILLER              PIC X(20) VALUE "hier-maint".
           05  FILLER              PIC X(30) VALUE
               "ACCOUNT HIERARCHY".
           05  FILLER              PIC X(11) VALUE "2CORDENTRY".
           05  FILLER              PIC X(20) VALUE "order-entry".
           05  FILLER              PIC X(30) VALUE
               "ORDER ENTRY".
           05  FILLER              PIC X(11) VALUE "2CORDSTAT".
           05  FILLER              PIC X(20) VALUE "order-inquiry".
           05  FILLER              PIC X(30) VALUE
               "ORDER STATUS INQUIRY".
           05  FILLER              PIC X(11) VALUE "2CQUOTENT".
           05  FILLER              PIC X(20) VALUE "quote-entry".
           05  FILLER              PIC X(30) VALUE
               "QUOTE ENTRY".
           05  FILLER              PIC X(11) VALUE "2CQUOTCONV".
           05  FILLER              PIC X(20) VALUE "quote-convert".
           05  FILLER              PIC X(30) VALUE
               "CONVERT A QUOTE TO AN ORDER".
           05  FILLER              PIC X(11) VALUE "2CSTORDMNT".
           05  FILLER              PIC X(20) VALUE "standing-maint".
           05  FILLER              PIC X(30) VALUE
               "STANDING ORDERS".
           05  FILLER              PIC X(11) VALUE "2CSHIPCONF".
           05  FILLER              PIC X(20) VALUE "ship-confirm".
           05  FILLER              PIC X(30) VALUE
               "SHIPMENT CONFIRMATION".
           05  FILLER              PIC X(11) VALUE "2CRTNENTRY".
           05  FILLER              PIC X(20) VALUE "return-entry".
           05  FILLER              PIC X(30) VALUE
               "CUSTOMER RETURNS".
           05  FILLER              PIC X(11) VALUE "2CINVRPRNT".
           05  FILLER              PIC X(20) VALUE "invoice-reprint".
           05  FILLER              PIC X(30) VALUE
               "INVOICE REPRINT".
           05  FILLER              PIC X(11) VALUE "2CFRTMNT".
           05  FILLER              PIC X(20) VALUE "freight-maint".
           05  FILLER              PIC X(30) VALUE
               "FREIGHT CHARGES AND WAIVERS".
           05  FILLER              PIC X(11) VALUE "2SORDCHG".
           05  FILLER              PIC X(20) VALUE "order-change".
           05  FILLER              PIC X(30) VALUE
               "CHANGE OR CANCEL AN ORDER".
           05  FILLER              PIC X(11) VALUE "2SCREDRLSE".
           05  FILLER              PIC X(20) VALUE "credit-release".
           05  FILLER              PIC X(30) VALUE
               "CREDIT HOLD RELEASE".
           05  FILLER              PIC X(11) VALUE "2SPRCAGMNT".
           05  FILLER              PIC X(20) VALUE "agreement-maint".
           05  FILLER              PIC X(30) VALUE
               "PRICE AGREEMENTS".
           05  FILLER              PIC X(11) VALUE "3CPAYENTRY".
           05  FILLER              PIC X(20) VALUE "payment-entry".
           05  FILLER              PIC X(30) VALUE
               "PAYMENT ENTRY".
           05  FILLER              PIC X(11) VALUE "3CPAYSUSWK".
           05  FILLER              PIC X(20) VALUE "payment-suspense".
           05  FILLER              PIC X(30) VALUE
               "PAYMENT SUSPENSE WORKOUT".
           05  FILLER              PIC X(11) VALUE "3CADJENTRY".
           05  FILLER              PIC X(20) VALUE "adjust-entry".
           05  FILLER              PIC X(30) VALUE
               "BALANCE ADJUSTMENTS".
           05  FILLER              PIC X(11) VALUE "3CNSFENTRY".
           05  FILLER              PIC X(20) VALUE "nsf-entry".
           05  FILLER              PIC X(30) VALUE
               "RETURNED CHECKS".
           05  FILLER              PIC X(11) VALUE "3SWRITEOFF".
           05  FILLER              PIC X(20) VALUE "writeoff-entry".
           05  FILLER              PIC X(30) VALUE
               "BAD DEBT WRITE-OFF".
           05  FILLER              PIC X(11) VALUE "3SREFUND".
           05  FILLER              PIC X(20) VALUE "refund-run".
           05  FILLER              PIC X(30) VALUE
               "CREDIT BALANCE REFUNDS".
           05  FILLER              PIC X(11) VALUE "4CITEMMNT".
           05  FILLER              PIC X(20) VALUE "item-maint".
           05  FILLER              PIC X(30) VALUE
               "ITEM MASTER".
           05  FILLER              PIC X(11) VALUE "4CVENDMNT".
           05  FILLER              PIC X(20) VALUE "vendor-maint".
           05  FILLER              PIC X(30) VALUE
               "VENDORS".
           05  FILLER              PIC X(11) VALUE "4CPOREL".
           05  FILLER              PIC X(20) VALUE "po-release".
           05  FILLER              PIC X(30) VALUE
               "PURCHASE ORDER RELEASE".
           05  FILLER              PIC X(11) VALUE "4CXREFMNT".
           05  FILLER              PIC X(20) VALUE "xref-maint".
           05  FILLER              PIC X(30) VALUE
               "CUSTOMER PART CROSS-REFERENCE".
           05  FILLER              PIC X(11) VALUE "4CRECVENTR".
           05  FILLER              PIC X(20) VALUE "receiving-entry".
           05  FILLER              PIC X(30) VALUE
               "RECEIVING".
           05  FILLER              PIC X(11) VALUE "4CCNTSHEET".
           05  FILLER              PIC X(20) VALUE "count-sheets".
           05  FILLER              PIC X(30) VALUE
               "PHYSICAL COUNT SHEETS".
           05  FILLER              PIC X(11) VALUE "4CCNTENTR".
           05  FILLER              PIC X(20) VALUE "count-entry".
           05  FILLER              PIC X(30) VALUE
               "PHYSICAL COUNT ENTRY".
           05  FILLER              PIC X(11) VALUE "4SCNTPOST".
           05  FILLER              PIC X(20) VALUE "count-post".
           05  FILLER              PIC X(30) VALUE
               "PHYSICAL COUNT POSTING".
           05  FILLER              PIC X(11) VALUE "5CEMPMAINT".
           05  FILLER              PIC X(20) VALUE "emp-maint".
           05  FILLER              PIC X(30) VALUE
               "EMPLOYEE MAINTENANCE".
           05  FILLER              PIC X(11) VALUE "5CDEDMAINT".
           05  FILLER              PIC X(20) VALUE "deduction-maint".
           05  FILLER              PIC X(30) VALUE
               "PAYROLL DEDUCTIONS".
           05  FILLER              PIC X(11) VALUE "5CTIMECARD".
           05  FILLER              PIC X(20) VALUE "timecard-entry".
           05  FILLER              PIC X(30) VALUE
               "TIMECARD ENTRY".
           05  FILLER              PIC X(11) VALUE "5CLEAVEREQ".
           05  FILLER              PIC X(20) VALUE "leave-request".
           05  FILLER              PIC X(30) VALUE
               "LEAVE REQUESTS".
           05  FILLER              PIC X(11) VALUE "5CHOLMAINT".
           05  FILLER              PIC X(20) VALUE "holiday-maint".
           05  FILLER              PIC X(30) VALUE
               "HOLIDAY CALENDAR".
           05  FILLER              PIC X(11) VALUE "5STCAPPRV".
           05  FILLER              PIC X(20) VALUE "timecard-approve".
           05  FILLER              PIC X(30) VALUE
               "TIMECARD APPROVAL".
           05  FILLER              PIC X(11) VALUE "5SLVAPPRV".
           05  FILLER              PIC X(20) VALUE "leave-approve".
           05  FILLER              PIC X(30) VALUE
               "LEAVE APPROVAL".
           05  FILLER              PIC X(11) VALUE "6CALRTREVW".
           05  FILLER              PIC X(20) VALUE "alert-review".
           05  FILLER              PIC X(30) VALUE
               "ALERT REVIEW".
           05  FILLER              PIC X(11) VALUE "6CBULLMNT".
           05  FILLER              PIC X(20) VALUE "bulletin-maint".
           05  FILLER              PIC X(30) VALUE
               "OPERATOR BULLETINS".
           05  FILLER              PIC X(11) VALUE "6CRPTPRINT".
           05  FILLER              PIC X(20) VALUE "report-reprint".
           05  FILLER              PIC X(30) VALUE
               "REPORT REPRINT".
           05  FILLER              PIC X(11) VALUE "6CACCLRPT".
           05  FILLER              PIC X(20) VALUE "access-report".
           05  FILLER              PIC X(30) VALUE
               "CUSTOMER ACCESS REPORT".
           05  FILLER              PIC X(11) VALUE "6CDEPTMNT".
           05  FILLER              PIC X(20) VALUE "dept-maint".
           05  FILLER              PIC X(30) VALUE
               "DEPARTMENTS".
           05  FILLER              PIC X(11) VALUE "6CBRCHMNT".
           05  FILLER              PIC X(20) VALUE "branch-maint".
           05  FILLER              PIC X(30) VALUE
               "BRANCHES".
           05  FILLER              PIC X(11) VALUE "6CGLMAPMNT".
           05  FILLER              PIC X(20) VALUE "glmap-maint".
           05  FILLER              PIC X(30) VALUE
               "GL ACCOUNT MAPPING".
           05  FILLER              PIC X(11) VALUE "6CBUDMNT".
           05  FILLER              PIC X(20) VALUE "budget-maint".
           05  FILLER              PIC X(30) VALUE
               "DEPARTMENT BUDGETS".
           05  FILLER              PIC X(11) VALUE "6SOPERMNT".
           05  FILLER              PIC X(20) VALUE "operator-maint".
           05  FILLER              PIC X(30) VALUE
               "OPERATORS AND PASSWORDS".
           05  FILLER              PIC X(11) VALUE "6SMEOVRIDE".
           05  FILLER              PIC X(20) VALUE "monthend-override".
           05  FILLER              PIC X(30) VALUE
               "MONTH-END READINESS OVERRIDE".
           05  FILLER              PIC X(11) VALUE "6SDATAIMPT".
           05  FILLER              PIC X(20) VALUE "data-import".
           05  FILLER              PIC X(30) VALUE
               "DELIMITED DATA IMPORT".
       01  WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-VALUES.
           05  WS-FUNCTION-ENTRY   OCCURS 58 TIMES.
               10  WS-FN-AREA      PIC 9.
               10  WS-FN-AUTHORITY PIC X.
                   88  WS-FN-SUPERVISOR-ONLY   VALUE "S".
               10  WS-FN-PROGRAM-NAME PIC X(9).
               10  WS-FN-EXECUTABLE PIC X(20).
               10  WS-FN-DESCRIPTION PIC X(30).
       01  WS-FUNCTION-COUNT       PIC 99      VALUE 58.

      *    Display number -> catalog entry, rebuilt each time the
      *    menu is listed, since a clerk's numbering skips the
      *    supervisor-only functions.
       01  WS-SHOWN-TABLE.
           05  WS-SHOWN-FUNCTION   OCCURS 58 TIMES PIC 99.

           COPY BULLWS.
           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "MAINMENU" TO RL-WS-PROGRAM-NAME.
      *    A hand-off left in the environment must never sign the
      *    menu itself on - the menu always asks for the password.
           SET ENVIRONMENT "MENUSESS" TO SPACES.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM SHOW-ACTIVE-BULLETINS.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           ACCEPT WS-RANDOM-SEED FROM TIME.
           COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM (WS-RANDOM-SEED).
           PERFORM PROCESS-ONE-SELECTION
               THRU PROCESS-ONE-SELECTION-EXIT
               UNTIL OPERATOR-DONE.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       PROCESS-ONE-SELECTION.
           PERFORM LIST-MENU.
           DISPLAY "ENTER FUNCTION NUMBER (Q = SIGN OFF):".
           MOVE SPACES TO WS-MENU-ENTRY.
           ACCEPT WS-MENU-ENTRY.
           IF WS-MENU-ENTRY = "Q" OR "q"
               MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
               GO TO PROCESS-ONE-SELECTION-EXIT
           END-IF.
      *    One digit keyed arrives as "n ", two as "nn".
           IF WS-MENU-ENTRY (2:1) = SPACE
               MOVE "0" TO WS-CHOICE-DIGITS (1:1)
               MOVE WS-MENU-ENTRY (1:1) TO WS-CHOICE-DIGITS (2:1)
           ELSE
               MOVE WS-MENU-ENTRY TO WS-CHOICE-DIGITS
           END-IF.
           IF WS-CHOICE-DIGITS NOT NUMERIC
               DISPLAY "Invalid selection - enter a number from the "
                   "menu or Q."
               GO TO PROCESS-ONE-SELECTION-EXIT
           END-IF.
           IF WS-CHOICE-NUMBER = 0
               OR WS-CHOICE-NUMBER > WS-SHOWN-COUNT
               DISPLAY "Invalid selection - enter a number from the "
                   "menu or Q."
               GO TO PROCESS-ONE-SELECTION-EXIT
           END-IF.
           MOVE WS-SHOWN-FUNCTION (WS-CHOICE-NUMBER)
               TO WS-FUNCTION-SUB.
           PERFORM START-FUNCTION.

       PROCESS-ONE-SELECTION-EXIT.
           EXIT.

       LIST-MENU.
           MOVE 0 TO WS-SHOWN-COUNT.
           DISPLAY " ".
           DISPLAY "===== MAIN MENU - OPERATOR " OP-SIGNED-ON-ID
               " =====".
           PERFORM LIST-ONE-AREA
               VARYING WS-AREA-SUB FROM 1 BY 1
               UNTIL WS-AREA-SUB > 6.

       LIST-ONE-AREA.
      *    An area with nothing this operator may run is left off.
           MOVE 0 TO WS-AREA-SHOWN-COUNT.
           PERFORM LIST-ONE-FUNCTION
               VARYING WS-FUNCTION-SUB FROM 1 BY 1
               UNTIL WS-FUNCTION-SUB > WS-FUNCTION-COUNT.

       LIST-ONE-FUNCTION.
           IF WS-FN-AREA (WS-FUNCTION-SUB) = WS-AREA-SUB
               AND (OPERATOR-IS-SUPERVISOR
                   OR NOT WS-FN-SUPERVISOR-ONLY (WS-FUNCTION-SUB))
               IF WS-AREA-SHOWN-COUNT = 0
                   DISPLAY "  " WS-AREA-NAME (WS-AREA-SUB)
               END-IF
               ADD 1 TO WS-AREA-SHOWN-COUNT
               ADD 1 TO WS-SHOWN-COUNT
               MOVE WS-FUNCTION-SUB
                   TO WS-SHOWN-FUNCTION (WS-SHOWN-COUNT)
               MOVE WS-SHOWN-COUNT TO WS-SHOWN-DISPLAY
               DISPLAY "    " WS-SHOWN-DISPLAY ") "
                   WS-FN-DESCRIPTION (WS-FUNCTION-SUB)
           END-IF.

       START-FUNCTION.
           PERFORM ISSUE-MENU-SESSION.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "./" DELIMITED BY SIZE
               WS-FN-EXECUTABLE (WS-FUNCTION-SUB) DELIMITED BY SPACE
               INTO WS-COMMAND-LINE.
           DISPLAY "STARTING " WS-FN-PROGRAM-NAME (WS-FUNCTION-SUB)
               " - " WS-FN-DESCRIPTION (WS-FUNCTION-SUB).
           CALL "SYSTEM" USING WS-COMMAND-LINE.
           SET ENVIRONMENT "MENUSESS" TO SPACES.
      *    SYSTEM hands back the shell's wait status; the function's
      *    own return code is its high-order byte. 127 is the
      *    shell's "no such program" - the function is not built.
           COMPUTE WS-FUNCTION-RC = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF WS-FUNCTION-RC = 127
               DISPLAY WS-FN-PROGRAM-NAME (WS-FUNCTION-SUB)
                   " IS NOT AVAILABLE - program "
                   WS-FN-EXECUTABLE (WS-FUNCTION-SUB)
                   " has not been built."
           ELSE
               IF WS-FUNCTION-RC NOT = 0
                   MOVE WS-FUNCTION-RC TO WS-FUNCTION-RC-DISPLAY
                   DISPLAY WS-FN-PROGRAM-NAME (WS-FUNCTION-SUB)
                       " ENDED RC=" WS-FUNCTION-RC-DISPLAY
               END-IF
           END-IF.
           PERFORM RETIRE-MENU-SESSION.

       ISSUE-MENU-SESSION.
      *    A fresh token for every function started; the function's
      *    sign-on deletes it, so it is good once.
           OPEN I-O MENU-SESSION-FILE.
           IF MENU-SESSION-STATUS = "05" OR "35"
               CLOSE MENU-SESSION-FILE
               OPEN OUTPUT MENU-SESSION-FILE
               CLOSE MENU-SESSION-FILE
               OPEN I-O MENU-SESSION-FILE
           END-IF.
           MOVE "N" TO WS-SESSION-WRITTEN-SWITCH.
           MOVE SPACES TO WS-SESSION-TOKEN.
           IF MENU-SESSION-STATUS = "00"
               PERFORM WRITE-MENU-SESSION
                   UNTIL MENU-SESSION-WRITTEN
                      OR (MENU-SESSION-STATUS NOT = "00"
                          AND MENU-SESSION-STATUS NOT = "22")
               CLOSE MENU-SESSION-FILE
           END-IF.
           IF NOT MENU-SESSION-WRITTEN
               MOVE SPACES TO WS-SESSION-TOKEN
               DISPLAY "MENU SESSION FILE UNAVAILABLE - THE FUNCTION "
                   "WILL ASK FOR A SIGN-ON."
           END-IF.
           SET ENVIRONMENT "MENUSESS" TO WS-SESSION-TOKEN.

       WRITE-MENU-SESSION.
      *    Two draws make the 16-digit token; a token already on
      *    file draws again.
           COMPUTE WS-TOKEN-HIGH = FUNCTION RANDOM * 100000000.
           COMPUTE WS-TOKEN-LOW  = FUNCTION RANDOM * 100000000.
           MOVE WS-SESSION-TOKEN TO MS-SESSION-TOKEN.
           MOVE OP-SIGNED-ON-ID  TO MS-OPERATOR-ID.
           ACCEPT MS-ISSUED-DATE FROM DATE YYYYMMDD.
           ACCEPT MS-ISSUED-TIME FROM TIME.
           WRITE MENU-SESSION-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SESSION-WRITTEN-SWITCH
           END-WRITE.

       RETIRE-MENU-SESSION.
      *    A function that ended without signing on (not built, or
      *    no sign-on of its own) leaves its token behind.
           IF MENU-SESSION-WRITTEN
               OPEN I-O MENU-SESSION-FILE
               IF MENU-SESSION-STATUS = "00"
                   MOVE WS-SESSION-TOKEN TO MS-SESSION-TOKEN
                   DELETE MENU-SESSION-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   CLOSE MENU-SESSION-FILE
               END-IF
           END-IF.

           COPY BULLPD.
           COPY OPERPD.
           COPY RUNLOGPD.
