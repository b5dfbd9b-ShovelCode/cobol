       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORDAGE.
      ******************************************************************
      * Purpose: Backorder aging report - every open backorder on
      *          backord.dat in customer sequence, each customer
      *          headed by the name and phone from CUSTOMER-FILE so
      *          sales can work the list straight down the page and
      *          call customers before they call us. Each line shows
      *          the order number, item, quantity still owed, dollar
      *          value at the order price, and days since it went to
      *          backorder; the totals break the book into 0-7,
      *          8-14, 15-30, and over-30-day buckets. Anything over
      *          30 days ends the step RC-WARNING.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BORDSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           SELECT PRINT-FILE ASSIGN TO "bordage.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "bordage.srt".

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKORDER-FILE.
           COPY BORDREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-CUSTOMER-ID      PIC X(10).
           05  SR-ORDER-NUMBER     PIC 9(8).
           05  SR-ITEM-NUMBER      PIC X(10).
           05  SR-QUANTITY         PIC 9(5).
           05  SR-UNIT-PRICE       PIC S9(5)V99.
           05  SR-BACKORDER-DATE   PIC 9(8).
           05  SR-AGE-DAYS         PIC 9(5).

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  BACKORDER-STATUS        PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-BACKORDERS               VALUE "Y".
       01  WS-SORT-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SORTED-LINES             VALUE "Y".
       01  WS-FIRST-RECORD-SWITCH  PIC X       VALUE "Y".
           88  FIRST-RECORD-NOT-READ           VALUE "Y".
       01  WS-TODAY-RUN-DATE       PIC 9(8).
       01  WS-TODAY-INTEGER        PIC 9(8).
       01  WS-BACKORDER-INTEGER    PIC 9(8).
       01  WS-AGE-DAYS             PIC S9(5).
       01  WS-PREV-CUSTOMER-ID     PIC X(10)   VALUE SPACES.
       01  WS-EXTENDED-AMOUNT      PIC S9(9)V99.
       01  WS-CUSTOMER-TOTAL       PIC S9(9)V99 VALUE 0.
       01  WS-GRAND-TOTAL          PIC S9(11)V99 VALUE 0.
       01  WS-LINE-COUNT           PIC 9(6)    VALUE 0.
       01  WS-AGE-0-7-AMOUNT       PIC S9(11)V99 VALUE 0.
       01  WS-AGE-8-14-AMOUNT      PIC S9(11)V99 VALUE 0.
       01  WS-AGE-15-30-AMOUNT     PIC S9(11)V99 VALUE 0.
       01  WS-AGE-OVER-30-AMOUNT   PIC S9(11)V99 VALUE 0.
       01  WS-AGE-OVER-30-COUNT    PIC 9(5)    VALUE 0.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  BORD-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(10) VALUE "ORDER".
           05  FILLER              PIC X(12) VALUE "ITEM-NUMBER".
           05  FILLER              PIC X(10) VALUE "QTY-OWED".
           05  FILLER              PIC X(16) VALUE "VALUE".
           05  FILLER              PIC X(12) VALUE "BO-DATE".
           05  FILLER              PIC X(10) VALUE "AGE-DAYS".
           05  FILLER              PIC X(50) VALUE SPACES.

       01  BORD-CUSTOMER-LINE.
           05  FILLER              PIC X(10) VALUE "CUSTOMER ".
           05  CUS-CUSTOMER-ID     PIC X(12).
           05  CUS-CUSTOMER-NAME   PIC X(32).
           05  FILLER              PIC X(7)  VALUE "PHONE ".
           05  CUS-CUSTOMER-PHONE  PIC X(15).
           05  FILLER              PIC X(56) VALUE SPACES.

       01  BORD-DETAIL-LINE.
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-ORDER-NUMBER    PIC 9(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-ITEM-NUMBER     PIC X(12).
           05  DTL-QUANTITY        PIC ZZZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  DTL-EXTENDED        PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-BACKORDER-DATE  PIC 9(8).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  DTL-AGE-DAYS        PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-AGE-FLAG        PIC X(10).
           05  FILLER              PIC X(43) VALUE SPACES.

       01  BORD-SUBTOTAL-LINE.
           05  FILLER              PIC X(24) VALUE
               "  SUBTOTAL FOR CUSTOMER ".
           05  SUB-CUSTOMER-ID     PIC X(10).
           05  FILLER              PIC X(3)  VALUE " : ".
           05  SUB-AMOUNT          PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(82) VALUE SPACES.

       01  BORD-BUCKET-LINE.
           05  BKT-LABEL           PIC X(24).
           05  BKT-AMOUNT          PIC ZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "BORDAGE" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-RUN-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-RUN-DATE).
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "BORDAGE" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CUSTOMER-ID
                                SR-ORDER-NUMBER
                                SR-ITEM-NUMBER
               INPUT PROCEDURE IS GATHER-BACKORDERS
               OUTPUT PROCEDURE IS PRINT-THE-AGING.
           CLOSE CUSTOMER-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "BACKORDER AGING COMPLETE - " WS-LINE-COUNT
               " OPEN BACKORDERS, " WS-AGE-OVER-30-COUNT
               " OVER 30 DAYS".
           IF WS-AGE-OVER-30-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE BORD-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       GATHER-BACKORDERS.
      *    No backorder file simply means nothing has ever been
      *    shorted - the report prints empty.
           OPEN INPUT BACKORDER-FILE.
           IF BACKORDER-STATUS NOT = "00"
               DISPLAY "NO BACKORDER FILE - NOTHING TO AGE"
           ELSE
               PERFORM READ-BACKORDER
               PERFORM RELEASE-ONE-BACKORDER
                   UNTIL END-OF-BACKORDERS
               CLOSE BACKORDER-FILE
           END-IF.

       READ-BACKORDER.
           READ BACKORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       RELEASE-ONE-BACKORDER.
           COMPUTE WS-BACKORDER-INTEGER =
               FUNCTION INTEGER-OF-DATE (BO-BACKORDER-DATE).
           COMPUTE WS-AGE-DAYS =
               WS-TODAY-INTEGER - WS-BACKORDER-INTEGER.
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
           MOVE BO-CUSTOMER-ID    TO SR-CUSTOMER-ID.
           MOVE BO-ORDER-NUMBER   TO SR-ORDER-NUMBER.
           MOVE BO-ITEM-NUMBER    TO SR-ITEM-NUMBER.
           MOVE BO-QUANTITY       TO SR-QUANTITY.
           MOVE BO-UNIT-PRICE     TO SR-UNIT-PRICE.
           MOVE BO-BACKORDER-DATE TO SR-BACKORDER-DATE.
           MOVE WS-AGE-DAYS       TO SR-AGE-DAYS.
           RELEASE SORT-WORK-RECORD.
           PERFORM READ-BACKORDER.

       PRINT-THE-AGING.
           PERFORM RETURN-SORTED-LINE.
           PERFORM AGE-ONE-LINE
               UNTIL END-OF-SORTED-LINES.
           IF NOT FIRST-RECORD-NOT-READ
               PERFORM PRINT-CUSTOMER-SUBTOTAL
           END-IF.
           PERFORM PRINT-AGE-BUCKETS.
           PERFORM PRINT-REPORT-TRAILER.

       RETURN-SORTED-LINE.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       AGE-ONE-LINE.
           IF FIRST-RECORD-NOT-READ
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               PERFORM START-NEW-CUSTOMER
           ELSE
               IF SR-CUSTOMER-ID NOT = WS-PREV-CUSTOMER-ID
                   PERFORM PRINT-CUSTOMER-SUBTOTAL
                   PERFORM START-NEW-CUSTOMER
               END-IF
           END-IF.
           PERFORM PRINT-AGING-DETAIL.
           PERFORM RETURN-SORTED-LINE.

       START-NEW-CUSTOMER.
           MOVE SR-CUSTOMER-ID TO WS-PREV-CUSTOMER-ID.
           MOVE 0 TO WS-CUSTOMER-TOTAL.
           MOVE SR-CUSTOMER-ID TO CUSTOMER-ID.
           MOVE SR-CUSTOMER-ID TO CUS-CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO CUS-CUSTOMER-NAME
                   MOVE SPACES TO CUS-CUSTOMER-PHONE
               NOT INVALID KEY
                   MOVE CUSTOMER-NAME  TO CUS-CUSTOMER-NAME
                   MOVE CUSTOMER-PHONE TO CUS-CUSTOMER-PHONE
           END-READ.
           MOVE " " TO PRINT-CC.
           MOVE BORD-CUSTOMER-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-AGING-DETAIL.
           COMPUTE WS-EXTENDED-AMOUNT =
               SR-QUANTITY * SR-UNIT-PRICE.
           ADD WS-EXTENDED-AMOUNT TO WS-CUSTOMER-TOTAL.
           ADD WS-EXTENDED-AMOUNT TO WS-GRAND-TOTAL.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO DTL-AGE-FLAG.
           EVALUATE TRUE
               WHEN SR-AGE-DAYS <= 7
                   ADD WS-EXTENDED-AMOUNT TO WS-AGE-0-7-AMOUNT
               WHEN SR-AGE-DAYS <= 14
                   ADD WS-EXTENDED-AMOUNT TO WS-AGE-8-14-AMOUNT
               WHEN SR-AGE-DAYS <= 30
                   ADD WS-EXTENDED-AMOUNT TO WS-AGE-15-30-AMOUNT
               WHEN OTHER
                   ADD WS-EXTENDED-AMOUNT TO WS-AGE-OVER-30-AMOUNT
                   ADD 1 TO WS-AGE-OVER-30-COUNT
                   MOVE "** OVER 30" TO DTL-AGE-FLAG
           END-EVALUATE.
           MOVE SR-CUSTOMER-ID     TO DTL-CUSTOMER-ID.
           MOVE SR-ORDER-NUMBER    TO DTL-ORDER-NUMBER.
           MOVE SR-ITEM-NUMBER     TO DTL-ITEM-NUMBER.
           MOVE SR-QUANTITY        TO DTL-QUANTITY.
           MOVE WS-EXTENDED-AMOUNT TO DTL-EXTENDED.
           MOVE SR-BACKORDER-DATE  TO DTL-BACKORDER-DATE.
           MOVE SR-AGE-DAYS        TO DTL-AGE-DAYS.
           MOVE " " TO PRINT-CC.
           MOVE BORD-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-CUSTOMER-SUBTOTAL.
           MOVE WS-PREV-CUSTOMER-ID TO SUB-CUSTOMER-ID.
           MOVE WS-CUSTOMER-TOTAL   TO SUB-AMOUNT.
           MOVE " " TO PRINT-CC.
           MOVE BORD-SUBTOTAL-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       PRINT-AGE-BUCKETS.
           MOVE "AGED 0-7 DAYS:"        TO BKT-LABEL.
           MOVE WS-AGE-0-7-AMOUNT       TO BKT-AMOUNT.
           PERFORM PRINT-ONE-BUCKET.
           MOVE "AGED 8-14 DAYS:"       TO BKT-LABEL.
           MOVE WS-AGE-8-14-AMOUNT      TO BKT-AMOUNT.
           PERFORM PRINT-ONE-BUCKET.
           MOVE "AGED 15-30 DAYS:"      TO BKT-LABEL.
           MOVE WS-AGE-15-30-AMOUNT     TO BKT-AMOUNT.
           PERFORM PRINT-ONE-BUCKET.
           MOVE "AGED OVER 30 DAYS:"    TO BKT-LABEL.
           MOVE WS-AGE-OVER-30-AMOUNT   TO BKT-AMOUNT.
           PERFORM PRINT-ONE-BUCKET.
           MOVE "TOTAL ON BACKORDER:"   TO BKT-LABEL.
           MOVE WS-GRAND-TOTAL          TO BKT-AMOUNT.
           PERFORM PRINT-ONE-BUCKET.

       PRINT-ONE-BUCKET.
           MOVE " " TO PRINT-CC.
           MOVE BORD-BUCKET-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
