      *          it is looked up on the invoice register, and a
      *          one-page reprint is rebuilt with the customer's
      *          CURRENT name and address block from the master, the
      *          original invoice date, and the merchandise, tax,
      *          freight and total amounts from the register - one
      *          page for the customer in dispute, instead of pulling
      *          a whole night's spool back through RPTPRINT and
      *          rifling hundreds of pages. The reprint is marked as
      *          such so nobody mistakes it for the original document.
      *          After each reprint the operator may key the item
      *          numbers in dispute; each prints with the price that
      *          was in force on the invoice date, taken from the
      *          item price history, beside today's price.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY ITEMSEL.
           COPY PHSTSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  PRICE-HISTORY-FILE.
           COPY PHSTREC.

           COPY PRTRECFD.
           COPY OPERFD.
           COPY RUNLOGFD.
       01  WS-FOUND-SWITCH         PIC X.
           88  INVOICE-FOUND                   VALUE "Y".
       01  WS-REPRINT-COUNT        PIC 9(4)    VALUE 0.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  WS-ITEM-FILE-SWITCH     PIC X       VALUE "N".
           88  ITEM-FILE-OPEN                  VALUE "Y".
       01  WS-HISTORY-FILE-SWITCH  PIC X       VALUE "N".
           88  HISTORY-FILE-OPEN               VALUE "Y".
       01  WS-ITEMS-DONE-SWITCH    PIC X.
           88  ITEMS-DONE                      VALUE "Y".
       01  WS-WANTED-ITEM          PIC X(10).

           COPY OPERWS.
           COPY PHSTWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           05  TAX-AMOUNT          PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(105) VALUE SPACES.

       01  RPRT-FREIGHT-LINE.
           05  FILLER              PIC X(15) VALUE "FREIGHT      : ".
           05  FRT-AMOUNT          PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(105) VALUE SPACES.

       01  RPRT-GRAND-LINE.
           05  FILLER              PIC X(15) VALUE "TOTAL DUE    : ".
           05  GRAND-AMOUNT        PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(105) VALUE SPACES.

       01  RPRT-ITEM-PRICE-LINE.
           05  FILLER              PIC X(6)  VALUE "ITEM: ".
           05  PRC-ITEM-NUMBER     PIC X(12).
           05  PRC-DESCRIPTION     PIC X(32).
           05  FILLER              PIC X(9)  VALUE "PRICE ON ".
           05  PRC-INVOICE-DATE    PIC 9(8).
           05  FILLER              PIC X(2)  VALUE ": ".
           05  PRC-PRICE-THEN      PIC ZZZZ9.99-.
           05  FILLER              PIC X(13) VALUE "   TODAY'S: ".
           05  PRC-PRICE-NOW       PIC ZZZZ9.99-.
           05  FILLER              PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "INVRPRNT" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT PRINT-FILE.
      *    The item files are optional - without an item master the
      *    reprint simply skips the price lookup.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ITEM-FILE-SWITCH
           END-IF.
           OPEN INPUT PRICE-HISTORY-FILE.
           IF PRICE-HISTORY-STATUS = "00"
               MOVE "Y" TO WS-HISTORY-FILE-SWITCH
           END-IF.
           MOVE "INVRPRNT" TO RPT-PROGRAM-NAME.
           PERFORM REPRINT-ONE-INVOICE
               UNTIL OPERATOR-DONE.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE CUSTOMER-FILE.
           CLOSE PRINT-FILE.
           IF ITEM-FILE-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           IF HISTORY-FILE-OPEN
               CLOSE PRICE-HISTORY-FILE
           END-IF.
           DISPLAY "REPRINT SESSION COMPLETE - " WS-REPRINT-COUNT
               " INVOICE(S) REPRINTED TO invrprnt.prt".
           MOVE RC-NORMAL TO RETURN-CODE.
               PERFORM SEARCH-THE-REGISTER
               IF INVOICE-FOUND
                   PERFORM PRINT-THE-REPRINT
                   IF ITEM-FILE-OPEN
                       PERFORM PRICE-ITEMS-IN-DISPUTE
                   END-IF
               ELSE
                   DISPLAY "INVOICE " WS-WANTED-NUMBER
                       " NOT ON THE REGISTER."
           MOVE IR-CUSTOMER-ID    TO HDR-CUSTOMER-ID.
           MOVE IR-INVOICE-AMOUNT TO TOT-AMOUNT.
           MOVE IR-TAX-AMOUNT     TO TAX-AMOUNT.
           MOVE IR-FREIGHT-AMOUNT TO FRT-AMOUNT.
           MOVE IR-TOTAL-AMOUNT   TO GRAND-AMOUNT.

       PRINT-THE-REPRINT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE RPRT-FREIGHT-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE RPRT-GRAND-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       PRICE-ITEMS-IN-DISPUTE.
           MOVE "N" TO WS-ITEMS-DONE-SWITCH.
           PERFORM PRICE-ONE-ITEM
               UNTIL ITEMS-DONE.

       PRICE-ONE-ITEM.
      *    No history file means no price has changed since it was
      *    first kept - today's price is the invoice-date price.
           DISPLAY "ITEM TO PRICE AS OF THE INVOICE DATE "
               "(BLANK = DONE):".
           MOVE SPACES TO WS-WANTED-ITEM.
           ACCEPT WS-WANTED-ITEM.
           IF WS-WANTED-ITEM = SPACES
               MOVE "Y" TO WS-ITEMS-DONE-SWITCH
           ELSE
               MOVE WS-WANTED-ITEM TO IT-ITEM-NUMBER
               READ ITEM-MASTER-FILE
                   KEY IS IT-ITEM-NUMBER
                   INVALID KEY
                       DISPLAY "ITEM " WS-WANTED-ITEM
                           " NOT ON THE ITEM MASTER."
                   NOT INVALID KEY
                       MOVE IT-UNIT-PRICE TO PH-WS-PRICE-ON-DATE
                       IF HISTORY-FILE-OPEN
                           MOVE IT-ITEM-NUMBER TO PH-WS-ITEM-NUMBER
                           MOVE HDR-INVOICE-DATE TO PH-WS-PRICE-DATE
                           MOVE IT-UNIT-PRICE TO PH-WS-CURRENT-PRICE
                           PERFORM FIND-PRICE-ON-DATE
                       END-IF
                       PERFORM PRINT-ITEM-PRICE-LINE
               END-READ
           END-IF.

       PRINT-ITEM-PRICE-LINE.
           MOVE IT-ITEM-NUMBER      TO PRC-ITEM-NUMBER.
           MOVE IT-DESCRIPTION      TO PRC-DESCRIPTION.
           MOVE HDR-INVOICE-DATE    TO PRC-INVOICE-DATE.
           MOVE PH-WS-PRICE-ON-DATE TO PRC-PRICE-THEN.
           MOVE IT-UNIT-PRICE       TO PRC-PRICE-NOW.
           DISPLAY RPRT-ITEM-PRICE-LINE.
           MOVE " " TO PRINT-CC.
           MOVE RPRT-ITEM-PRICE-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

           COPY PHSTPD.
           COPY RPTCTLPD.
           COPY OPERPD.
           COPY RUNLOGPD.
