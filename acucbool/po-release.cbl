       IDENTIFICATION DIVISION.
       PROGRAM-ID. POREL.
      ******************************************************************
      * Purpose: Purchase order release - the buyer's workstation
      *          over last night's suggestions (posugg.dat). The
      *          buyer keys a vendor; each item suggested for that
      *          vendor is shown with its stock position and the
      *          suggested quantity, and the buyer keys the quantity
      *          to order - the suggestion, more, less, or zero to
      *          pass it by. The first line ordered draws the next PO
      *          number from ponxt.dat; every line ordered is written
      *          open to poline.dat for the dock to receive against,
      *          its suggestion is removed, and the PO prints on its
      *          own page of porel.prt with the vendor's name and
      *          address, ready to send. Suggestions passed by stay
      *          until tonight's run rebuilds the file. An inactive
      *          vendor cannot be released to. Each item shows the
      *          ABC class the monthly velocity run gave it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY POSGSEL.
           COPY VENDSEL.
           COPY ITEMSEL.
           COPY POLNSEL.
           COPY PONXSEL.

           SELECT PRINT-FILE ASSIGN TO "porel.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-SUGGEST-FILE.
           COPY POSGREC.

       FD  VENDOR-FILE.
           COPY VENDREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  PO-LINE-FILE.
           COPY POLNREC.

           COPY PONXFD.
           COPY PRTRECFD.
           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  PO-SUGGEST-STATUS       PIC XX.
       01  VENDOR-FILE-STATUS      PIC XX.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  PO-LINE-STATUS          PIC XX.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-ITEM-FILE-SWITCH     PIC X       VALUE "N".
           88  ITEM-MASTER-OPEN                VALUE "Y".
       01  WS-VENDOR-OK-SWITCH     PIC X       VALUE "N".
           88  VENDOR-ACCEPTED                 VALUE "Y".
       01  WS-SUGGEST-EOF-SWITCH   PIC X       VALUE "N".
           88  END-OF-VENDOR-SUGGESTIONS       VALUE "Y".
       01  WS-PO-OPEN-SWITCH       PIC X       VALUE "N".
           88  PO-NUMBER-DRAWN                 VALUE "Y".
       01  WS-FIRST-PO-SWITCH      PIC X       VALUE "Y".
           88  FIRST-PO-OF-SESSION             VALUE "Y".
       01  WS-RELEASE-VENDOR-ID    PIC X(10).
       01  WS-ITEM-DESCRIPTION     PIC X(30).
       01  WS-ITEM-ABC-CLASS       PIC X.
       01  WS-PO-LINE-NUMBER       PIC 9(3).
       01  WS-PO-COUNT             PIC 9(5)    VALUE 0.
       01  WS-PO-LINE-COUNT        PIC 9(5)    VALUE 0.
       01  WS-QUANTITY-DISPLAY     PIC ZZZZZZ9.
       01  WS-ON-HAND-DISPLAY      PIC ZZZZZZ9-.
       01  WS-ON-ORDER-DISPLAY     PIC ZZZZZZ9.
       01  WS-BACKORDER-DISPLAY    PIC ZZZZZZ9.
       01  WS-TODAY-RUN-DATE       PIC 9(8).

           COPY PONXWS.
           COPY OPERWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY VALIDWS.

       01  PO-NUMBER-LINE.
           05  FILLER              PIC X(17) VALUE "PURCHASE ORDER  ".
           05  POH-PO-NUMBER       PIC 9(8).
           05  FILLER              PIC X(10) VALUE "  DATE ".
           05  POH-RELEASE-DATE    PIC 9(8).
           05  FILLER              PIC X(10) VALUE "  BUYER ".
           05  POH-BUYER-ID        PIC X(10).
           05  FILLER              PIC X(69) VALUE SPACES.

       01  PO-VENDOR-LINE.
           05  FILLER              PIC X(10) VALUE "VENDOR:".
           05  POV-VENDOR-TEXT     PIC X(60).
           05  FILLER              PIC X(62) VALUE SPACES.

       01  PO-CITY-TEXT.
           05  POV-CITY            PIC X(15).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  POV-STATE           PIC X(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  POV-ZIP             PIC X(8).
           05  FILLER              PIC X(31) VALUE SPACES.

       01  PO-COLUMN-HEADINGS.
           05  FILLER              PIC X(6)  VALUE "LINE".
           05  FILLER              PIC X(12) VALUE "ITEM-NUMBER".
           05  FILLER              PIC X(32) VALUE "DESCRIPTION".
           05  FILLER              PIC X(82) VALUE "QUANTITY".

       01  PO-DETAIL-LINE.
           05  DTL-LINE-NUMBER     PIC ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-ITEM-NUMBER     PIC X(12).
           05  DTL-DESCRIPTION     PIC X(32).
           05  DTL-QUANTITY        PIC ZZZZZZ9.
           05  FILLER              PIC X(75) VALUE SPACES.

       01  PO-TOTAL-LINE.
           05  FILLER              PIC X(20)
               VALUE "  LINES ON THIS PO: ".
           05  POT-LINE-COUNT      PIC ZZ9.
           05  FILLER              PIC X(109) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "POREL" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           OPEN I-O PO-SUGGEST-FILE.
           IF PO-SUGGEST-STATUS NOT = "00"
               DISPLAY "NO PURCHASE ORDER SUGGESTIONS ON FILE - "
                   "NOTHING TO RELEASE"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           OPEN INPUT VENDOR-FILE.
           IF VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "NO VENDOR MASTER ON SYSTEM - build it with "
                   "VENDMNT before releasing POs."
               CLOSE PO-SUGGEST-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM OPEN-REMAINING-FILES.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-RUN-DATE.
           MOVE "POREL" TO RPT-PROGRAM-NAME.
           PERFORM RELEASE-FOR-ONE-VENDOR
               UNTIL OPERATOR-DONE.
           IF FIRST-PO-OF-SESSION
               PERFORM PRINT-REPORT-HEADER
           END-IF.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PO-SUGGEST-FILE.
           CLOSE VENDOR-FILE.
           IF ITEM-MASTER-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           CLOSE PO-LINE-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "PO RELEASE COMPLETE - " WS-PO-COUNT
               " POS RELEASED, " WS-PO-LINE-COUNT " LINES".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-REMAINING-FILES.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ITEM-FILE-SWITCH
           END-IF.
           OPEN I-O PO-LINE-FILE.
           IF PO-LINE-STATUS = "05" OR "35"
               CLOSE PO-LINE-FILE
               OPEN OUTPUT PO-LINE-FILE
               CLOSE PO-LINE-FILE
               OPEN I-O PO-LINE-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.

       RELEASE-FOR-ONE-VENDOR.
           PERFORM GET-VALID-VENDOR.
           IF VENDOR-ACCEPTED
               MOVE "N" TO WS-PO-OPEN-SWITCH
               MOVE 0 TO WS-PO-LINE-NUMBER
               MOVE WS-RELEASE-VENDOR-ID TO PS-VENDOR-ID
               MOVE SPACES TO PS-ITEM-NUMBER
               MOVE "N" TO WS-SUGGEST-EOF-SWITCH
               START PO-SUGGEST-FILE
                   KEY IS GREATER THAN OR EQUAL TO PS-SUGGEST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SUGGEST-EOF-SWITCH
               END-START
               IF NOT END-OF-VENDOR-SUGGESTIONS
                   PERFORM READ-NEXT-SUGGESTION
               END-IF
               IF END-OF-VENDOR-SUGGESTIONS
                   DISPLAY "NO SUGGESTIONS FOR VENDOR "
                       WS-RELEASE-VENDOR-ID
               END-IF
               PERFORM WORK-ONE-SUGGESTION
                   UNTIL END-OF-VENDOR-SUGGESTIONS
               IF PO-NUMBER-DRAWN
                   PERFORM FINISH-PURCHASE-ORDER
               END-IF
           END-IF.

       GET-VALID-VENDOR.
           MOVE "N" TO WS-VENDOR-OK-SWITCH.
           DISPLAY "ENTER VENDOR ID (OR BLANK TO QUIT):".
           ACCEPT WS-RELEASE-VENDOR-ID.
           IF WS-RELEASE-VENDOR-ID = SPACES
               MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
           ELSE
               MOVE WS-RELEASE-VENDOR-ID TO VN-VENDOR-ID
               READ VENDOR-FILE
                   KEY IS VN-VENDOR-ID
                   INVALID KEY
                       DISPLAY "VENDOR NOT ON MASTER."
                   NOT INVALID KEY
                       IF VENDOR-INACTIVE
                           DISPLAY "VENDOR IS INACTIVE - NO POS MAY "
                               "BE RELEASED TO IT."
                       ELSE
                           MOVE "Y" TO WS-VENDOR-OK-SWITCH
                           DISPLAY "VENDOR: " VN-VENDOR-NAME
                       END-IF
               END-READ
           END-IF.

       READ-NEXT-SUGGESTION.
           READ PO-SUGGEST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SUGGEST-EOF-SWITCH
               NOT AT END
                   IF PS-VENDOR-ID NOT = WS-RELEASE-VENDOR-ID
                       MOVE "Y" TO WS-SUGGEST-EOF-SWITCH
                   END-IF
           END-READ.

       WORK-ONE-SUGGESTION.
           PERFORM GET-ITEM-DESCRIPTION.
           MOVE PS-ON-HAND            TO WS-ON-HAND-DISPLAY.
           MOVE PS-ON-ORDER           TO WS-ON-ORDER-DISPLAY.
           MOVE PS-BACKORDERED        TO WS-BACKORDER-DISPLAY.
           MOVE PS-SUGGESTED-QUANTITY TO WS-QUANTITY-DISPLAY.
           DISPLAY "ITEM " PS-ITEM-NUMBER " " WS-ITEM-DESCRIPTION
               "  CLASS " WS-ITEM-ABC-CLASS.
           DISPLAY "  ON HAND " WS-ON-HAND-DISPLAY
               "  ON ORDER " WS-ON-ORDER-DISPLAY
               "  BACKORDERED " WS-BACKORDER-DISPLAY
               "  SUGGESTED " WS-QUANTITY-DISPLAY.
           DISPLAY "ENTER QUANTITY TO ORDER (0 TO PASS):".
           PERFORM ACCEPT-ORDER-QUANTITY.
           IF VAL-NUMERIC-FIELD > 0
               PERFORM WRITE-PO-LINE
           END-IF.
           PERFORM READ-NEXT-SUGGESTION.

       GET-ITEM-DESCRIPTION.
           MOVE SPACES TO WS-ITEM-DESCRIPTION.
           MOVE SPACE TO WS-ITEM-ABC-CLASS.
           IF ITEM-MASTER-OPEN
               MOVE PS-ITEM-NUMBER TO IT-ITEM-NUMBER
               READ ITEM-MASTER-FILE
                   KEY IS IT-ITEM-NUMBER
                   INVALID KEY
                       MOVE "(NOT ON ITEM MASTER)"
                           TO WS-ITEM-DESCRIPTION
                   NOT INVALID KEY
                       MOVE IT-DESCRIPTION TO WS-ITEM-DESCRIPTION
                       MOVE IT-ABC-CLASS   TO WS-ITEM-ABC-CLASS
               END-READ
           END-IF.

       ACCEPT-ORDER-QUANTITY.
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
                   AND VAL-NUMERIC-FIELD NOT < 0
                   AND VAL-NUMERIC-FIELD NOT > 9999999
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               ELSE
                   IF VAL-NUMERIC-FIELD < 0
                       OR VAL-NUMERIC-FIELD > 9999999
                       DISPLAY "Enter 0 to 9999999. Try again."
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-PO-LINE.
           IF NOT PO-NUMBER-DRAWN
               PERFORM START-PURCHASE-ORDER
           END-IF.
           ADD 1 TO WS-PO-LINE-NUMBER.
           MOVE NP-ASSIGNED-PO-NUMBER TO PL-PO-NUMBER.
           MOVE WS-PO-LINE-NUMBER     TO PL-LINE-NUMBER.
           MOVE WS-RELEASE-VENDOR-ID  TO PL-VENDOR-ID.
           MOVE PS-ITEM-NUMBER        TO PL-ITEM-NUMBER.
           MOVE VAL-NUMERIC-FIELD     TO PL-ORDERED-QUANTITY.
           MOVE 0                     TO PL-RECEIVED-QUANTITY.
           MOVE WS-TODAY-RUN-DATE     TO PL-RELEASE-DATE.
           MOVE OP-SIGNED-ON-ID       TO PL-BUYER-ID.
           MOVE 0                     TO PL-LAST-RECEIPT-DATE.
           MOVE "O"                   TO PL-LINE-STATUS.
           WRITE PO-LINE-RECORD
               INVALID KEY
                   DISPLAY "PO LINE NOT WRITTEN, STATUS "
                       PO-LINE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-PO-LINE-COUNT
                   DELETE PO-SUGGEST-FILE RECORD
                   PERFORM PRINT-PO-LINE
           END-WRITE.

       START-PURCHASE-ORDER.
      *    Each PO starts a fresh page so it can go to the vendor
      *    on its own.
           PERFORM GET-NEXT-PO-NUMBER.
           MOVE "Y" TO WS-PO-OPEN-SWITCH.
           ADD 1 TO WS-PO-COUNT.
           IF FIRST-PO-OF-SESSION
               MOVE "N" TO WS-FIRST-PO-SWITCH
           ELSE
               ADD 1 TO RPT-PAGE-NUMBER
           END-IF.
           PERFORM PRINT-REPORT-HEADER.
           MOVE NP-ASSIGNED-PO-NUMBER TO POH-PO-NUMBER.
           MOVE WS-TODAY-RUN-DATE     TO POH-RELEASE-DATE.
           MOVE OP-SIGNED-ON-ID       TO POH-BUYER-ID.
           MOVE PO-NUMBER-LINE TO PRINT-TEXT.
           PERFORM PRINT-PO-HEADING-LINE.
           MOVE VN-VENDOR-NAME TO POV-VENDOR-TEXT.
           MOVE PO-VENDOR-LINE TO PRINT-TEXT.
           PERFORM PRINT-PO-HEADING-LINE.
           MOVE SPACES TO PO-VENDOR-LINE.
           MOVE VN-STREET TO POV-VENDOR-TEXT.
           MOVE PO-VENDOR-LINE TO PRINT-TEXT.
           PERFORM PRINT-PO-HEADING-LINE.
           MOVE VN-CITY  TO POV-CITY.
           MOVE VN-STATE TO POV-STATE.
           MOVE VN-ZIP   TO POV-ZIP.
           MOVE PO-CITY-TEXT TO POV-VENDOR-TEXT.
           MOVE PO-VENDOR-LINE TO PRINT-TEXT.
           PERFORM PRINT-PO-HEADING-LINE.
           MOVE "VENDOR:" TO PO-VENDOR-LINE (1:10).
           MOVE SPACES TO PRINT-TEXT.
           PERFORM PRINT-PO-HEADING-LINE.
           MOVE PO-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM PRINT-PO-HEADING-LINE.
           DISPLAY "PURCHASE ORDER " NP-ASSIGNED-PO-NUMBER
               " OPENED".

       PRINT-PO-HEADING-LINE.
           MOVE " " TO PRINT-CC.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       PRINT-PO-LINE.
           MOVE PL-LINE-NUMBER      TO DTL-LINE-NUMBER.
           MOVE PL-ITEM-NUMBER      TO DTL-ITEM-NUMBER.
           MOVE WS-ITEM-DESCRIPTION TO DTL-DESCRIPTION.
           MOVE PL-ORDERED-QUANTITY TO DTL-QUANTITY.
           MOVE " " TO PRINT-CC.
           MOVE PO-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       FINISH-PURCHASE-ORDER.
           MOVE WS-PO-LINE-NUMBER TO POT-LINE-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE PO-TOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.
           DISPLAY "PURCHASE ORDER " NP-ASSIGNED-PO-NUMBER
               " RELEASED - " WS-PO-LINE-NUMBER " LINES".

           COPY PONXPD.
           COPY OPERPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
