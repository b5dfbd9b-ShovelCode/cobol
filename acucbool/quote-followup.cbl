       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTFUP.
      ******************************************************************
      * Purpose: Weekly quote follow-up report for the sales reps -
      *          every quote on quote.dat that reached its expiry date
      *          without being converted to an order, grouped by the
      *          rep who keyed it (the quote's operator), one line per
      *          quote: customer, quote and expiry dates, number of
      *          lines, and quoted value. Each rep totals, then the
      *          week. A quote printed here is marked lapsed so it is
      *          chased once, on the first report after it expires,
      *          instead of every week forever; a lapsed quote cannot
      *          be converted, and the customer is requoted.
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

           SELECT PRINT-FILE ASSIGN TO "quotfup.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "quotfup.srt".

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE.
           COPY QUOTREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-OPERATOR-ID      PIC X(10).
           05  SR-QUOTE-NUMBER     PIC 9(8).
           05  SR-LINE-NUMBER      PIC 9(3).
           05  SR-CUSTOMER-ID      PIC X(10).
           05  SR-QUOTE-DATE       PIC 9(8).
           05  SR-EXPIRY-DATE      PIC 9(8).
           05  SR-EXTENDED-AMOUNT  PIC S9(9)V99.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  QUOTE-FILE-STATUS       PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  WS-QUOTE-EOF-SWITCH     PIC X       VALUE "N".
           88  END-OF-QUOTES                   VALUE "Y".
       01  WS-SORT-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SORTED-LINES             VALUE "Y".
       01  WS-FIRST-RECORD-SWITCH  PIC X       VALUE "Y".
           88  FIRST-RECORD-NOT-READ           VALUE "Y".
       01  WS-LAPSED-LINE-COUNT    PIC 9(7)    VALUE 0.
       01  WS-REP-COUNT            PIC 9(5)    VALUE 0.
       01  WS-PREV-OPERATOR-ID     PIC X(10).
       01  WS-CURRENT-QUOTE.
           05  WS-CQ-QUOTE-NUMBER  PIC 9(8).
           05  WS-CQ-CUSTOMER-ID   PIC X(10).
           05  WS-CQ-QUOTE-DATE    PIC 9(8).
           05  WS-CQ-EXPIRY-DATE   PIC 9(8).
           05  WS-CQ-LINE-COUNT    PIC 9(3).
           05  WS-CQ-VALUE         PIC S9(9)V99.
       01  WS-REP-TOTALS.
           05  WS-REP-QUOTES       PIC 9(5).
           05  WS-REP-VALUE        PIC S9(11)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GRD-QUOTES       PIC 9(7)      VALUE 0.
           05  WS-GRD-VALUE        PIC S9(11)V99 VALUE 0.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  QUOTFUP-DATE-LINE.
           05  FILLER              PIC X(42)
                   VALUE "QUOTES EXPIRED UNCONVERTED - REPORT DATE ".
           05  DAT-BUSINESS-DATE   PIC 9(8).
           05  FILLER              PIC X(82) VALUE SPACES.

       01  QUOTFUP-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "SALES REP".
           05  FILLER              PIC X(10) VALUE "QUOTE".
           05  FILLER              PIC X(12) VALUE "CUSTOMER".
           05  FILLER              PIC X(32) VALUE "NAME".
           05  FILLER              PIC X(10) VALUE "QUOTED".
           05  FILLER              PIC X(10) VALUE "EXPIRED".
           05  FILLER              PIC X(6)  VALUE "LINES".
           05  FILLER              PIC X(16) VALUE "    QUOTED VALUE".
           05  FILLER              PIC X(24) VALUE SPACES.

       01  QUOTFUP-DETAIL-LINE.
           05  DTL-OPERATOR-ID     PIC X(12).
           05  DTL-QUOTE-NUMBER    PIC X(10).
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-CUSTOMER-NAME   PIC X(32).
           05  DTL-QUOTE-DATE      PIC X(10).
           05  DTL-EXPIRY-DATE     PIC X(10).
           05  DTL-LINE-COUNT      PIC ZZ9.
           05  FILLER              PIC XXX   VALUE SPACES.
           05  DTL-VALUE           PIC Z(11)9.99-.
           05  FILLER              PIC X(24) VALUE SPACES.

       01  QUOTFUP-TOTAL-LINE.
           05  TOT-LABEL           PIC X(34).
           05  TOT-QUOTES          PIC Z(6)9.
           05  FILLER              PIC X(16) VALUE " QUOTES LAPSED".
           05  FILLER              PIC X(35) VALUE SPACES.
           05  TOT-VALUE           PIC Z(11)9.99-.
           05  FILLER              PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "QUOTFUP" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "QUOTFUP" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           MOVE WS-BUSINESS-DATE TO DAT-BUSINESS-DATE.
           MOVE QUOTFUP-DATE-LINE TO PRINT-TEXT.
           PERFORM PRINT-QUOTFUP-HEADING-LINE.
           MOVE QUOTFUP-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM PRINT-QUOTFUP-HEADING-LINE.
           OPEN INPUT CUSTOMER-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-OPERATOR-ID
                                SR-QUOTE-NUMBER
                                SR-LINE-NUMBER
               INPUT PROCEDURE IS GATHER-LAPSED-QUOTES
               OUTPUT PROCEDURE IS PRINT-THE-QUOTES.
           CLOSE CUSTOMER-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "QUOTE FOLLOW-UP COMPLETE - " WS-GRD-QUOTES
               " QUOTES FOR " WS-REP-COUNT " REPS".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       PRINT-QUOTFUP-HEADING-LINE.
           MOVE " " TO PRINT-CC.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       GATHER-LAPSED-QUOTES.
      *    No quote file means no quote has ever been keyed - the
      *    report prints empty.
           OPEN I-O QUOTE-FILE.
           IF QUOTE-FILE-STATUS = "00"
               PERFORM READ-QUOTE-LINE
               PERFORM SELECT-ONE-QUOTE-LINE
                   UNTIL END-OF-QUOTES
               CLOSE QUOTE-FILE
           END-IF.

       READ-QUOTE-LINE.
           READ QUOTE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-QUOTE-EOF-SWITCH
           END-READ.

       SELECT-ONE-QUOTE-LINE.
           IF QT-OPEN
               AND QT-EXPIRY-DATE < WS-BUSINESS-DATE
               ADD 1 TO WS-LAPSED-LINE-COUNT
               MOVE QT-OPERATOR-ID  TO SR-OPERATOR-ID
               MOVE QT-QUOTE-NUMBER TO SR-QUOTE-NUMBER
               MOVE QT-LINE-NUMBER  TO SR-LINE-NUMBER
               MOVE QT-CUSTOMER-ID  TO SR-CUSTOMER-ID
               MOVE QT-QUOTE-DATE   TO SR-QUOTE-DATE
               MOVE QT-EXPIRY-DATE  TO SR-EXPIRY-DATE
               COMPUTE SR-EXTENDED-AMOUNT =
                   QT-QUANTITY * QT-UNIT-PRICE
               RELEASE SORT-WORK-RECORD
               MOVE "E" TO QT-QUOTE-STATUS
               REWRITE QUOTE-RECORD
                   INVALID KEY
                       DISPLAY "WARNING - quote " QT-QUOTE-NUMBER
                           " not marked lapsed, STATUS "
                           QUOTE-FILE-STATUS
               END-REWRITE
           END-IF.
           PERFORM READ-QUOTE-LINE.

       PRINT-THE-QUOTES.
           PERFORM RETURN-SORTED-LINE.
           PERFORM PROCESS-ONE-SORTED-LINE
               UNTIL END-OF-SORTED-LINES.
           IF NOT FIRST-RECORD-NOT-READ
               PERFORM PRINT-ONE-QUOTE
               PERFORM PRINT-REP-TOTAL
           END-IF.
           PERFORM PRINT-GRAND-TOTAL.
           PERFORM PRINT-REPORT-TRAILER.

       RETURN-SORTED-LINE.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       PROCESS-ONE-SORTED-LINE.
           IF FIRST-RECORD-NOT-READ
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               PERFORM START-NEW-REP
               PERFORM START-NEW-QUOTE
           ELSE
               IF SR-OPERATOR-ID NOT = WS-PREV-OPERATOR-ID
                   PERFORM PRINT-ONE-QUOTE
                   PERFORM PRINT-REP-TOTAL
                   PERFORM START-NEW-REP
                   PERFORM START-NEW-QUOTE
               ELSE
                   IF SR-QUOTE-NUMBER NOT = WS-CQ-QUOTE-NUMBER
                       PERFORM PRINT-ONE-QUOTE
                       PERFORM START-NEW-QUOTE
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-CQ-LINE-COUNT.
           ADD SR-EXTENDED-AMOUNT TO WS-CQ-VALUE.
           PERFORM RETURN-SORTED-LINE.

       START-NEW-REP.
           ADD 1 TO WS-REP-COUNT.
           MOVE SR-OPERATOR-ID TO WS-PREV-OPERATOR-ID.
           MOVE SR-OPERATOR-ID TO DTL-OPERATOR-ID.
           INITIALIZE WS-REP-TOTALS.

       START-NEW-QUOTE.
           MOVE SR-QUOTE-NUMBER TO WS-CQ-QUOTE-NUMBER.
           MOVE SR-CUSTOMER-ID  TO WS-CQ-CUSTOMER-ID.
           MOVE SR-QUOTE-DATE   TO WS-CQ-QUOTE-DATE.
           MOVE SR-EXPIRY-DATE  TO WS-CQ-EXPIRY-DATE.
           MOVE 0 TO WS-CQ-LINE-COUNT.
           MOVE 0 TO WS-CQ-VALUE.

       PRINT-ONE-QUOTE.
           MOVE WS-CQ-QUOTE-NUMBER TO DTL-QUOTE-NUMBER.
           MOVE WS-CQ-CUSTOMER-ID  TO DTL-CUSTOMER-ID.
           MOVE WS-CQ-CUSTOMER-ID  TO CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO DTL-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE CUSTOMER-NAME TO DTL-CUSTOMER-NAME
           END-READ.
           MOVE WS-CQ-QUOTE-DATE   TO DTL-QUOTE-DATE.
           MOVE WS-CQ-EXPIRY-DATE  TO DTL-EXPIRY-DATE.
           MOVE WS-CQ-LINE-COUNT   TO DTL-LINE-COUNT.
           MOVE WS-CQ-VALUE        TO DTL-VALUE.
           MOVE " " TO PRINT-CC.
           MOVE QUOTFUP-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO WS-REP-QUOTES.
           ADD WS-CQ-VALUE TO WS-REP-VALUE.
      *    The rep prints on the first line of the group only.
           MOVE SPACES TO DTL-OPERATOR-ID.

       PRINT-REP-TOTAL.
           MOVE SPACES TO TOT-LABEL.
           STRING "  TOTAL FOR " DELIMITED BY SIZE
               WS-PREV-OPERATOR-ID DELIMITED BY SIZE
               INTO TOT-LABEL
           END-STRING.
           MOVE WS-REP-QUOTES TO TOT-QUOTES.
           MOVE WS-REP-VALUE  TO TOT-VALUE.
           MOVE " " TO PRINT-CC.
           MOVE QUOTFUP-TOTAL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           ADD WS-REP-QUOTES TO WS-GRD-QUOTES.
           ADD WS-REP-VALUE  TO WS-GRD-VALUE.

       PRINT-GRAND-TOTAL.
           MOVE "ALL REPS THIS WEEK" TO TOT-LABEL.
           MOVE WS-GRD-QUOTES TO TOT-QUOTES.
           MOVE WS-GRD-VALUE  TO TOT-VALUE.
           MOVE " " TO PRINT-CC.
           MOVE QUOTFUP-TOTAL-LINE TO PRINT-TEXT.
           PERFORM PRINT-QUOTFUP-HEADING-LINE.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
