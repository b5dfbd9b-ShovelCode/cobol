       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTPRT.
      ******************************************************************
      * Purpose: Quote documents - one page per open quote on
      *          quote.dat that has not been printed yet, for the
      *          sales desk to send to the customer. Each page shows
      *          the quote number, quote date and expiry date, the
      *          customer's bill-to address and (when the quote names
      *          one) the ship-to address from shipto.dat, then the
      *          quoted lines with the item description, quantity,
      *          unit price and extension, and the quote total. The
      *          footer states the prices hold through the expiry
      *          date. Each line printed is marked so the next run
      *          does not print the quote twice; the desk runs it
      *          after keying, and the nightly run sweeps up any
      *          quote keyed after the desk's last run.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY QUOTSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY ITEMSEL.
           COPY SHIPSEL.

           SELECT PRINT-FILE ASSIGN TO "quotprt.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE.
           COPY QUOTREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  SHIP-TO-FILE.
           COPY SHIPREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  QUOTE-FILE-STATUS       PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  SHIP-TO-STATUS          PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-QUOTE-LINES              VALUE "Y".
       01  WS-ITEM-FILE-SWITCH     PIC X       VALUE "N".
           88  ITEM-MASTER-OPEN                VALUE "Y".
       01  WS-SHIP-TO-FILE-SWITCH  PIC X       VALUE "N".
           88  SHIP-TO-FILE-OPEN               VALUE "Y".
       01  WS-FIRST-QUOTE-SWITCH   PIC X       VALUE "Y".
           88  FIRST-QUOTE                     VALUE "Y".
       01  WS-PREV-QUOTE-NUMBER    PIC 9(8)    VALUE 0.
       01  WS-PREV-EXPIRY-DATE     PIC 9(8).
       01  WS-PREV-OPERATOR-ID     PIC X(10).
       01  WS-QUOTE-TOTAL          PIC S9(9)V99.
       01  WS-EXTENDED-AMOUNT      PIC S9(9)V99.
       01  WS-QUOTE-COUNT          PIC 9(5)    VALUE 0.
       01  WS-LINE-COUNT           PIC 9(6)    VALUE 0.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  QUOTE-TITLE-LINE.
           05  FILLER              PIC X(12) VALUE "QUOTATION ".
           05  QTL-QUOTE-NUMBER    PIC 9(8).
           05  FILLER              PIC X(14) VALUE "  QUOTE DATE ".
           05  QTL-QUOTE-DATE      PIC 9(8).
           05  FILLER              PIC X(17) VALUE "  VALID THROUGH ".
           05  QTL-EXPIRY-DATE     PIC 9(8).
           05  FILLER              PIC X(10) VALUE "  BRANCH ".
           05  QTL-BRANCH-CODE     PIC X(4).
           05  FILLER              PIC X(51) VALUE SPACES.

       01  QUOTE-ADDRESS-LINE.
           05  QAD-LABEL           PIC X(10).
           05  QAD-TEXT            PIC X(60).
           05  FILLER              PIC X(62) VALUE SPACES.

       01  QUOTE-CITY-TEXT.
           05  QCT-CITY            PIC X(15).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  QCT-STATE           PIC X(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  QCT-ZIP             PIC X(8).
           05  FILLER              PIC X(31) VALUE SPACES.

       01  QUOTE-COLUMN-HEADINGS.
           05  FILLER              PIC X(6)  VALUE "LINE".
           05  FILLER              PIC X(12) VALUE "ITEM-NUMBER".
           05  FILLER              PIC X(32) VALUE "DESCRIPTION".
           05  FILLER              PIC X(8)  VALUE "     QTY".
           05  FILLER              PIC X(13) VALUE "   UNIT PRICE".
           05  FILLER              PIC X(16) VALUE "        EXTENDED".
           05  FILLER              PIC X(45) VALUE SPACES.

       01  QUOTE-DETAIL-LINE.
           05  DTL-LINE-NUMBER     PIC ZZ9.
           05  FILLER              PIC XXX   VALUE SPACES.
           05  DTL-ITEM-NUMBER     PIC X(12).
           05  DTL-DESCRIPTION     PIC X(32).
           05  DTL-QUANTITY        PIC Z(7)9.
           05  DTL-UNIT-PRICE      PIC Z(8)9.99-.
           05  DTL-EXTENDED        PIC Z(11)9.99-.
           05  FILLER              PIC X(45) VALUE SPACES.

       01  QUOTE-TOTAL-LINE.
           05  FILLER              PIC X(51) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE "QUOTE TOTAL".
           05  TOT-QUOTE-TOTAL     PIC Z(11)9.99-.
           05  FILLER              PIC X(45) VALUE SPACES.

       01  QUOTE-TERMS-LINE.
           05  FILLER              PIC X(26)
                   VALUE "PRICES ARE GOOD THROUGH ".
           05  TRM-EXPIRY-DATE     PIC 9(8).
           05  FILLER              PIC X(50) VALUE
               ". SALES TAX AND FREIGHT ARE ADDED AT INVOICE.".
           05  FILLER              PIC X(11) VALUE "QUOTED BY ".
           05  TRM-OPERATOR-ID     PIC X(10).
           05  FILLER              PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "QUOTPRT" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           OPEN OUTPUT PRINT-FILE.
           MOVE "QUOTPRT" TO RPT-PROGRAM-NAME.
      *    No quote file means no quote has ever been keyed - nothing
      *    to print, not an error.
           OPEN I-O QUOTE-FILE.
           IF QUOTE-FILE-STATUS NOT = "00"
               DISPLAY "NO QUOTE FILE - NO QUOTES TO PRINT"
               PERFORM PRINT-REPORT-HEADER
           ELSE
               OPEN INPUT CUSTOMER-FILE
               OPEN INPUT ITEM-MASTER-FILE
               IF ITEM-MASTER-STATUS = "00"
                   MOVE "Y" TO WS-ITEM-FILE-SWITCH
               END-IF
               OPEN INPUT SHIP-TO-FILE
               IF SHIP-TO-STATUS = "00"
                   MOVE "Y" TO WS-SHIP-TO-FILE-SWITCH
               END-IF
               PERFORM READ-QUOTE-LINE
               PERFORM PRINT-ONE-QUOTE-LINE
                   UNTIL END-OF-QUOTE-LINES
               IF FIRST-QUOTE
                   PERFORM PRINT-REPORT-HEADER
               ELSE
                   PERFORM FINISH-QUOTE
               END-IF
               CLOSE QUOTE-FILE
               CLOSE CUSTOMER-FILE
               IF ITEM-MASTER-OPEN
                   CLOSE ITEM-MASTER-FILE
               END-IF
               IF SHIP-TO-FILE-OPEN
                   CLOSE SHIP-TO-FILE
               END-IF
           END-IF.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           DISPLAY "QUOTE PRINT COMPLETE - " WS-QUOTE-COUNT
               " QUOTES, " WS-LINE-COUNT " LINES".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       READ-QUOTE-LINE.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       PRINT-ONE-QUOTE-LINE.
           IF QT-OPEN AND NOT QT-PRINTED
               IF FIRST-QUOTE
                   OR QT-QUOTE-NUMBER NOT = WS-PREV-QUOTE-NUMBER
                   IF NOT FIRST-QUOTE
                       PERFORM FINISH-QUOTE
                   END-IF
                   PERFORM START-NEW-QUOTE
               END-IF
               PERFORM PRINT-QUOTE-DETAIL
               MOVE "Y" TO QT-PRINT-FLAG
               REWRITE QUOTE-RECORD
                   INVALID KEY
                       DISPLAY "WARNING - print flag not set, QUOTE "
                           QT-QUOTE-NUMBER " STATUS "
                           QUOTE-FILE-STATUS
               END-REWRITE
           END-IF.
           PERFORM READ-QUOTE-LINE.

       START-NEW-QUOTE.
      *    Every quote starts a fresh page so each can go to its
      *    customer on its own.
           IF FIRST-QUOTE
               MOVE "N" TO WS-FIRST-QUOTE-SWITCH
           ELSE
               ADD 1 TO RPT-PAGE-NUMBER
           END-IF.
           PERFORM PRINT-REPORT-HEADER.
           ADD 1 TO WS-QUOTE-COUNT.
           MOVE 0 TO WS-QUOTE-TOTAL.
           MOVE QT-QUOTE-NUMBER TO WS-PREV-QUOTE-NUMBER.
           MOVE QT-EXPIRY-DATE  TO WS-PREV-EXPIRY-DATE.
           MOVE QT-OPERATOR-ID  TO WS-PREV-OPERATOR-ID.
           MOVE QT-QUOTE-NUMBER TO QTL-QUOTE-NUMBER.
           MOVE QT-QUOTE-DATE   TO QTL-QUOTE-DATE.
           MOVE QT-EXPIRY-DATE  TO QTL-EXPIRY-DATE.
           MOVE QT-BRANCH-CODE  TO QTL-BRANCH-CODE.
           MOVE QUOTE-TITLE-LINE TO PRINT-TEXT.
           PERFORM PRINT-QUOTE-HEADING-LINE.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM PRINT-QUOTE-HEADING-LINE.
           PERFORM PRINT-BILL-TO-BLOCK.
           IF QT-SHIP-TO-CODE NOT = SPACES
               AND SHIP-TO-FILE-OPEN
               MOVE QT-CUSTOMER-ID  TO ST-CUSTOMER-ID
               MOVE QT-SHIP-TO-CODE TO ST-SHIP-TO-CODE
               READ SHIP-TO-FILE
                   KEY IS ST-SHIP-TO-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PRINT-SHIP-TO-BLOCK
               END-READ
           END-IF.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM PRINT-QUOTE-HEADING-LINE.
           MOVE QUOTE-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM PRINT-QUOTE-HEADING-LINE.

       PRINT-BILL-TO-BLOCK.
           MOVE SPACES TO QUOTE-ADDRESS-LINE.
           MOVE "QUOTED TO:" TO QAD-LABEL.
           MOVE QT-CUSTOMER-ID TO CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   MOVE "** CUSTOMER NOT ON FILE **" TO QAD-TEXT
                   MOVE QUOTE-ADDRESS-LINE TO PRINT-TEXT
                   PERFORM PRINT-QUOTE-HEADING-LINE
               NOT INVALID KEY
                   MOVE CUSTOMER-NAME TO QAD-TEXT
                   MOVE QUOTE-ADDRESS-LINE TO PRINT-TEXT
                   PERFORM PRINT-QUOTE-HEADING-LINE
                   MOVE SPACES TO QAD-LABEL
                   MOVE CUSTOMER-STREET TO QAD-TEXT
                   MOVE QUOTE-ADDRESS-LINE TO PRINT-TEXT
                   PERFORM PRINT-QUOTE-HEADING-LINE
                   MOVE CUSTOMER-CITY  TO QCT-CITY
                   MOVE CUSTOMER-STATE TO QCT-STATE
                   MOVE CUSTOMER-ZIP   TO QCT-ZIP
                   MOVE QUOTE-CITY-TEXT TO QAD-TEXT
                   MOVE QUOTE-ADDRESS-LINE TO PRINT-TEXT
                   PERFORM PRINT-QUOTE-HEADING-LINE
           END-READ.

       PRINT-SHIP-TO-BLOCK.
           MOVE SPACES TO QUOTE-ADDRESS-LINE.
           MOVE "SHIP TO:" TO QAD-LABEL.
           MOVE ST-NAME TO QAD-TEXT.
           MOVE QUOTE-ADDRESS-LINE TO PRINT-TEXT.
           PERFORM PRINT-QUOTE-HEADING-LINE.
           MOVE SPACES TO QAD-LABEL.
           MOVE ST-STREET TO QAD-TEXT.
           MOVE QUOTE-ADDRESS-LINE TO PRINT-TEXT.
           PERFORM PRINT-QUOTE-HEADING-LINE.
           MOVE ST-CITY  TO QCT-CITY.
           MOVE ST-STATE TO QCT-STATE.
           MOVE ST-ZIP   TO QCT-ZIP.
           MOVE QUOTE-CITY-TEXT TO QAD-TEXT.
           MOVE QUOTE-ADDRESS-LINE TO PRINT-TEXT.
           PERFORM PRINT-QUOTE-HEADING-LINE.

       PRINT-QUOTE-HEADING-LINE.
           MOVE " " TO PRINT-CC.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       PRINT-QUOTE-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO DTL-DESCRIPTION.
           IF ITEM-MASTER-OPEN AND QT-ITEM-NUMBER NOT = SPACES
               MOVE QT-ITEM-NUMBER TO IT-ITEM-NUMBER
               READ ITEM-MASTER-FILE
                   KEY IS IT-ITEM-NUMBER
                   INVALID KEY
                       MOVE "(NOT ON ITEM MASTER)" TO DTL-DESCRIPTION
                   NOT INVALID KEY
                       MOVE IT-DESCRIPTION TO DTL-DESCRIPTION
               END-READ
           END-IF.
           IF QT-ITEM-NUMBER = SPACES
               MOVE QT-DEPARTMENT TO DTL-DESCRIPTION
           END-IF.
           COMPUTE WS-EXTENDED-AMOUNT = QT-QUANTITY * QT-UNIT-PRICE.
           ADD WS-EXTENDED-AMOUNT TO WS-QUOTE-TOTAL.
           MOVE QT-LINE-NUMBER TO DTL-LINE-NUMBER.
           MOVE QT-ITEM-NUMBER TO DTL-ITEM-NUMBER.
           MOVE QT-QUANTITY    TO DTL-QUANTITY.
           MOVE QT-UNIT-PRICE  TO DTL-UNIT-PRICE.
           MOVE WS-EXTENDED-AMOUNT TO DTL-EXTENDED.
           MOVE " " TO PRINT-CC.
           MOVE QUOTE-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       FINISH-QUOTE.
           MOVE WS-QUOTE-TOTAL TO TOT-QUOTE-TOTAL.
           MOVE QUOTE-TOTAL-LINE TO PRINT-TEXT.
           PERFORM PRINT-QUOTE-HEADING-LINE.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM PRINT-QUOTE-HEADING-LINE.
           MOVE WS-PREV-EXPIRY-DATE TO TRM-EXPIRY-DATE.
           MOVE WS-PREV-OPERATOR-ID TO TRM-OPERATOR-ID.
           MOVE QUOTE-TERMS-LINE TO PRINT-TEXT.
           PERFORM PRINT-QUOTE-HEADING-LINE.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
