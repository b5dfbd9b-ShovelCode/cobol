       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTREND.
      ******************************************************************
      * Purpose: Weekly capacity trend report off the capacity
      *          history CAPSNAP appends each night (caphist.dat).
      *          For every file and file family in the last 90 days
      *          of snapshots, and for all files together, prints the
      *          latest size and record count, the growth in bytes a
      *          day over the last 30 and the last 90 days, and - at
      *          the 30-day rate, or the 90-day rate while there is
      *          not yet 30 days' history - the days until that growth
      *          would use up the space left on the data volume and
      *          the date that falls on. The all-files line is the
      *          volume's own projection; a file's line is what its
      *          growth alone would do.
      *
      *          Any projection inside 60 days raises a WARN operator
      *          alert naming the file and ends the step RC-WARNING,
      *          so the space is found before a step fails for it. A
      *          file missing from the latest snapshot is listed but
      *          not projected. captrend.prt is the report.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPHSEL.
           SELECT SORT-WORK-FILE ASSIGN TO "captrend.srt".

           SELECT PRINT-FILE ASSIGN TO "captrend.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY ALERTSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPACITY-HISTORY-FILE.
           COPY CAPHREC.

      *    The all-files entry sorts after every file (group 2).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-SORT-GROUP       PIC X.
           05  SR-FILE-NAME        PIC X(40).
           05  SR-SNAP-DATE        PIC 9(8).
           05  SR-FILE-COUNT       PIC 9(5).
           05  SR-FILE-BYTES       PIC 9(15).
           05  SR-RECORD-COUNT     PIC 9(11).

           COPY PRTRECFD.
           COPY ALERTFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  CAPACITY-HISTORY-STATUS PIC XX.

       01  WS-HISTORY-EOF-SWITCH   PIC X       VALUE "N".
           88  END-OF-CAPACITY-HISTORY         VALUE "Y".
       01  WS-SORT-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SORTED-ENTRIES           VALUE "Y".
       01  WS-HISTORY-SWITCH       PIC X       VALUE "N".
           88  CAPACITY-HISTORY-FOUND          VALUE "Y".
       01  WS-BASE-30-SWITCH       PIC X       VALUE "N".
           88  BASE-30-FOUND                   VALUE "Y".

      *    Projections inside the warning period raise the alert; the
      *    report looks back over the longer of its two rates.
       01  WS-WARNING-DAYS         PIC 9(5)    VALUE 60.
       01  WS-SHORT-PERIOD-DAYS    PIC 9(5)    VALUE 30.
       01  WS-LONG-PERIOD-DAYS     PIC 9(5)    VALUE 90.
       01  WS-PROJECTION-LIMIT     PIC 9(5)    VALUE 36500.

       01  WS-BUSINESS-INTEGER     PIC 9(8).
       01  WS-LONG-START-DATE      PIC 9(8).
       01  WS-SHORT-START-DATE     PIC 9(8).
       01  WS-EARLIEST-SNAP-DATE   PIC 9(8)    VALUE 0.
       01  WS-LATEST-SNAP-DATE     PIC 9(8)    VALUE 0.
       01  WS-FREE-SNAP-DATE       PIC 9(8)    VALUE 0.
       01  WS-FREE-BYTES           PIC 9(15)   VALUE 0.
       01  WS-FREE-KB              PIC 9(12).

      *    The file being trended: its latest snapshot and the first
      *    one inside each period.
       01  WS-TREND-FILE.
           05  WS-TRD-NAME         PIC X(40).
           05  WS-TRD-LATEST-DATE  PIC 9(8).
           05  WS-TRD-LATEST-FILES PIC 9(5).
           05  WS-TRD-LATEST-BYTES PIC 9(15).
           05  WS-TRD-LATEST-RECS  PIC 9(11).
           05  WS-TRD-BASE-30-DATE PIC 9(8).
           05  WS-TRD-BASE-30-BYTES PIC 9(15).
           05  WS-TRD-BASE-90-DATE PIC 9(8).
           05  WS-TRD-BASE-90-BYTES PIC 9(15).

       01  WS-PERIOD-DAYS          PIC 9(5).
       01  WS-RATE-30              PIC S9(13).
       01  WS-RATE-90              PIC S9(13).
       01  WS-PROJECTION-RATE      PIC S9(13).
       01  WS-RATE-30-SWITCH       PIC X.
           88  RATE-30-KNOWN                   VALUE "Y".
       01  WS-RATE-90-SWITCH       PIC X.
           88  RATE-90-KNOWN                   VALUE "Y".
       01  WS-DAYS-LEFT            PIC 9(9).
       01  WS-EXHAUST-DATE         PIC 9(8).

       01  WS-FILES-TRENDED        PIC 9(5)    VALUE 0.
       01  WS-FILES-AT-RISK        PIC 9(5)    VALUE 0.

       01  WS-EDITED-RATE          PIC -ZZZZZZZZZZ9.
       01  WS-EDITED-DAYS          PIC ZZZZZ9.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY ALERTWS.

       01  CAPT-SETTING-LINE.
           05  FILLER              PIC X(15) VALUE "SNAPSHOTS FROM ".
           05  SET-EARLIEST-DATE   PIC 9(8).
           05  FILLER              PIC X(4)  VALUE " TO ".
           05  SET-LATEST-DATE     PIC 9(8).
           05  FILLER              PIC X(15) VALUE "   FREE SPACE ".
           05  SET-FREE-KB         PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE " KB AS OF ".
           05  SET-FREE-DATE       PIC X(8).
           05  FILLER              PIC X(17) VALUE "   WARN INSIDE ".
           05  SET-WARNING-DAYS    PIC ZZZZ9.
           05  FILLER              PIC X(5)  VALUE " DAYS".
           05  FILLER              PIC X(22) VALUE SPACES.

       01  CAPT-COLUMN-HEADINGS.
           05  FILLER              PIC X(37) VALUE "FILE".
           05  FILLER              PIC X(6)  VALUE "FILES ".
           05  FILLER              PIC X(14) VALUE "        BYTES ".
           05  FILLER              PIC X(12) VALUE "    RECORDS ".
           05  FILLER              PIC X(13) VALUE "30-DAY B/DAY ".
           05  FILLER              PIC X(13) VALUE "90-DAY B/DAY ".
           05  FILLER              PIC X(7)  VALUE "  DAYS ".
           05  FILLER              PIC X(11) VALUE "EXHAUSTS   ".
           05  FILLER              PIC X(19) VALUE "NOTE".

       01  CAPT-DETAIL-LINE.
           05  DTL-FILE-NAME       PIC X(36).
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-FILES           PIC ZZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-BYTES           PIC Z(12)9.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-RECORDS         PIC Z(10)9.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-RATE-30         PIC X(12).
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-RATE-90         PIC X(12).
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-DAYS-LEFT       PIC X(6).
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-EXHAUST-DATE    PIC X(10).
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-NOTE            PIC X(19).

       01  CAPT-SUMMARY-LINE.
           05  FILLER              PIC X(15) VALUE "FILES TRENDED: ".
           05  SUM-FILES-TRENDED   PIC ZZZZ9.
           05  FILLER              PIC X(31) VALUE
               "   PROJECTED FULL INSIDE WARN: ".
           05  SUM-FILES-AT-RISK   PIC ZZZZ9.
           05  FILLER              PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "CAPTREND" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           COMPUTE WS-BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           COMPUTE WS-LONG-START-DATE = FUNCTION DATE-OF-INTEGER
               (WS-BUSINESS-INTEGER - WS-LONG-PERIOD-DAYS).
           COMPUTE WS-SHORT-START-DATE = FUNCTION DATE-OF-INTEGER
               (WS-BUSINESS-INTEGER - WS-SHORT-PERIOD-DAYS).
           OPEN OUTPUT PRINT-FILE.
           MOVE "CAPTREND" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-SORT-GROUP SR-FILE-NAME
                                SR-SNAP-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-CAPACITY-HISTORY
               OUTPUT PROCEDURE IS REPORT-CAPACITY-TRENDS.
           PERFORM PRINT-SUMMARY-LINE.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           DISPLAY "CAPACITY TREND - " WS-FILES-TRENDED
               " FILES TRENDED, " WS-FILES-AT-RISK
               " PROJECTED FULL INSIDE " WS-WARNING-DAYS " DAYS".
           EVALUATE TRUE
               WHEN NOT CAPACITY-HISTORY-FOUND
                   DISPLAY "CAPTREND - NO CAPACITY HISTORY ("
                       "caphist.dat) - STATUS "
                       CAPACITY-HISTORY-STATUS
                   MOVE RC-WARNING TO RETURN-CODE
               WHEN WS-FILES-AT-RISK > 0
                   MOVE RC-WARNING TO RETURN-CODE
               WHEN OTHER
                   MOVE RC-NORMAL TO RETURN-CODE
           END-EVALUATE.
           PERFORM LOG-RUN-END.
           STOP RUN.

      *----------------------------------------------------------------
      * Sort input: the last 90 days of file and all-files entries.
      * The latest free-space entry is held aside, not sorted.
      *----------------------------------------------------------------
       SELECT-CAPACITY-HISTORY.
           OPEN INPUT CAPACITY-HISTORY-FILE.
           IF CAPACITY-HISTORY-STATUS = "00"
               MOVE "Y" TO WS-HISTORY-SWITCH
               PERFORM READ-CAPACITY-HISTORY
               PERFORM SELECT-ONE-HISTORY-ENTRY
                   UNTIL END-OF-CAPACITY-HISTORY
               CLOSE CAPACITY-HISTORY-FILE
           END-IF.

       READ-CAPACITY-HISTORY.
           READ CAPACITY-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-SWITCH
           END-READ.

       SELECT-ONE-HISTORY-ENTRY.
           IF CH-SNAP-DATE NOT < WS-LONG-START-DATE
              AND CH-SNAP-DATE NOT > WS-BUSINESS-DATE
               EVALUATE TRUE
                   WHEN CH-FREE-SPACE-ENTRY
                       IF CH-SNAP-DATE NOT < WS-FREE-SNAP-DATE
                           MOVE CH-SNAP-DATE  TO WS-FREE-SNAP-DATE
                           MOVE CH-FILE-BYTES TO WS-FREE-BYTES
                       END-IF
                   WHEN CH-FILE-ENTRY
                   WHEN CH-TOTAL-ENTRY
                       PERFORM RELEASE-HISTORY-ENTRY
               END-EVALUATE
           END-IF.
           PERFORM READ-CAPACITY-HISTORY.

       RELEASE-HISTORY-ENTRY.
           IF CH-TOTAL-ENTRY
               MOVE "2" TO SR-SORT-GROUP
           ELSE
               MOVE "1" TO SR-SORT-GROUP
           END-IF.
           MOVE CH-FILE-NAME    TO SR-FILE-NAME.
           MOVE CH-SNAP-DATE    TO SR-SNAP-DATE.
           MOVE CH-FILE-COUNT   TO SR-FILE-COUNT.
           MOVE CH-FILE-BYTES   TO SR-FILE-BYTES.
           MOVE CH-RECORD-COUNT TO SR-RECORD-COUNT.
           RELEASE SORT-WORK-RECORD.
           IF CH-SNAP-DATE > WS-LATEST-SNAP-DATE
               MOVE CH-SNAP-DATE TO WS-LATEST-SNAP-DATE
           END-IF.
           IF WS-EARLIEST-SNAP-DATE = 0
              OR CH-SNAP-DATE < WS-EARLIEST-SNAP-DATE
               MOVE CH-SNAP-DATE TO WS-EARLIEST-SNAP-DATE
           END-IF.

      *----------------------------------------------------------------
      * Sort output: one trend line per file, then the all-files line.
      *----------------------------------------------------------------
       REPORT-CAPACITY-TRENDS.
           PERFORM PRINT-SETTING-LINES.
           PERFORM RETURN-SORTED-ENTRY.
           PERFORM TREND-ONE-FILE
               UNTIL END-OF-SORTED-ENTRIES.

       RETURN-SORTED-ENTRY.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       TREND-ONE-FILE.
           MOVE SR-FILE-NAME  TO WS-TRD-NAME.
           MOVE SR-SNAP-DATE  TO WS-TRD-BASE-90-DATE.
           MOVE SR-FILE-BYTES TO WS-TRD-BASE-90-BYTES.
           MOVE "N" TO WS-BASE-30-SWITCH.
           PERFORM TAKE-FILE-SNAPSHOT
               UNTIL END-OF-SORTED-ENTRIES
                  OR SR-FILE-NAME NOT = WS-TRD-NAME.
           PERFORM PRINT-FILE-TREND
               THRU PRINT-FILE-TREND-EXIT.

       TAKE-FILE-SNAPSHOT.
           IF NOT BASE-30-FOUND
              AND SR-SNAP-DATE NOT < WS-SHORT-START-DATE
               MOVE SR-SNAP-DATE  TO WS-TRD-BASE-30-DATE
               MOVE SR-FILE-BYTES TO WS-TRD-BASE-30-BYTES
               MOVE "Y" TO WS-BASE-30-SWITCH
           END-IF.
           MOVE SR-SNAP-DATE    TO WS-TRD-LATEST-DATE.
           MOVE SR-FILE-COUNT   TO WS-TRD-LATEST-FILES.
           MOVE SR-FILE-BYTES   TO WS-TRD-LATEST-BYTES.
           MOVE SR-RECORD-COUNT TO WS-TRD-LATEST-RECS.
           PERFORM RETURN-SORTED-ENTRY.

       PRINT-FILE-TREND.
           ADD 1 TO WS-FILES-TRENDED.
           MOVE WS-TRD-NAME         TO DTL-FILE-NAME.
           MOVE WS-TRD-LATEST-FILES TO DTL-FILES.
           MOVE WS-TRD-LATEST-BYTES TO DTL-BYTES.
           MOVE WS-TRD-LATEST-RECS  TO DTL-RECORDS.
           MOVE SPACES TO DTL-RATE-30 DTL-RATE-90 DTL-DAYS-LEFT
                          DTL-EXHAUST-DATE DTL-NOTE.
           PERFORM COMPUTE-GROWTH-RATES.
           IF WS-TRD-LATEST-DATE < WS-LATEST-SNAP-DATE
               MOVE "GONE FROM LAST SNAP" TO DTL-NOTE
               GO TO PRINT-FILE-TREND-LINE
           END-IF.
           IF NOT RATE-30-KNOWN AND NOT RATE-90-KNOWN
               MOVE "ONE SNAPSHOT ONLY" TO DTL-NOTE
               GO TO PRINT-FILE-TREND-LINE
           END-IF.
           IF WS-FREE-SNAP-DATE = 0
               MOVE "NO FREE SPACE GIVEN" TO DTL-NOTE
               GO TO PRINT-FILE-TREND-LINE
           END-IF.
           IF RATE-30-KNOWN
               MOVE WS-RATE-30 TO WS-PROJECTION-RATE
           ELSE
               MOVE WS-RATE-90 TO WS-PROJECTION-RATE
               MOVE "90-DAY RATE USED" TO DTL-NOTE
           END-IF.
           IF WS-PROJECTION-RATE NOT > 0
               MOVE "NOT GROWING" TO DTL-NOTE
               GO TO PRINT-FILE-TREND-LINE
           END-IF.
           DIVIDE WS-FREE-BYTES BY WS-PROJECTION-RATE
               GIVING WS-DAYS-LEFT.
           IF WS-DAYS-LEFT > WS-PROJECTION-LIMIT
               MOVE WS-PROJECTION-LIMIT TO WS-EDITED-DAYS
               MOVE WS-EDITED-DAYS TO DTL-DAYS-LEFT
               MOVE "> 100 YRS" TO DTL-EXHAUST-DATE
               GO TO PRINT-FILE-TREND-LINE
           END-IF.
           COMPUTE WS-EXHAUST-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TRD-LATEST-DATE)
                + WS-DAYS-LEFT).
           MOVE WS-DAYS-LEFT TO WS-EDITED-DAYS.
           MOVE WS-EDITED-DAYS TO DTL-DAYS-LEFT.
           MOVE WS-EXHAUST-DATE TO DTL-EXHAUST-DATE.
           IF WS-DAYS-LEFT < WS-WARNING-DAYS
               MOVE "** INSIDE WARN **" TO DTL-NOTE
               ADD 1 TO WS-FILES-AT-RISK
               PERFORM RAISE-CAPACITY-ALERT
           END-IF.

       PRINT-FILE-TREND-LINE.
           MOVE " " TO PRINT-CC.
           MOVE CAPT-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-FILE-TREND-EXIT.
           EXIT.

       COMPUTE-GROWTH-RATES.
      *    Bytes a day between the first snapshot inside each period
      *    and the latest; unknown until the two are a day apart.
           MOVE "N" TO WS-RATE-30-SWITCH.
           MOVE "N" TO WS-RATE-90-SWITCH.
           MOVE 0 TO WS-RATE-30 WS-RATE-90.
           IF BASE-30-FOUND
              AND WS-TRD-LATEST-DATE > WS-TRD-BASE-30-DATE
               COMPUTE WS-PERIOD-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TRD-LATEST-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-TRD-BASE-30-DATE)
               COMPUTE WS-RATE-30 =
                   (WS-TRD-LATEST-BYTES - WS-TRD-BASE-30-BYTES)
                   / WS-PERIOD-DAYS
               MOVE "Y" TO WS-RATE-30-SWITCH
               MOVE WS-RATE-30 TO WS-EDITED-RATE
               MOVE WS-EDITED-RATE TO DTL-RATE-30
           END-IF.
           IF WS-TRD-LATEST-DATE > WS-TRD-BASE-90-DATE
               COMPUTE WS-PERIOD-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TRD-LATEST-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-TRD-BASE-90-DATE)
               COMPUTE WS-RATE-90 =
                   (WS-TRD-LATEST-BYTES - WS-TRD-BASE-90-BYTES)
                   / WS-PERIOD-DAYS
               MOVE "Y" TO WS-RATE-90-SWITCH
               MOVE WS-RATE-90 TO WS-EDITED-RATE
               MOVE WS-EDITED-RATE TO DTL-RATE-90
           END-IF.

       PRINT-SETTING-LINES.
           MOVE WS-EARLIEST-SNAP-DATE TO SET-EARLIEST-DATE.
           MOVE WS-LATEST-SNAP-DATE   TO SET-LATEST-DATE.
           DIVIDE WS-FREE-BYTES BY 1024 GIVING WS-FREE-KB.
           MOVE WS-FREE-KB TO SET-FREE-KB.
           IF WS-FREE-SNAP-DATE = 0
               MOVE "NONE" TO SET-FREE-DATE
           ELSE
               MOVE WS-FREE-SNAP-DATE TO SET-FREE-DATE
           END-IF.
           MOVE WS-WARNING-DAYS TO SET-WARNING-DAYS.
           MOVE " " TO PRINT-CC.
           MOVE CAPT-SETTING-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE CAPT-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-SUMMARY-LINE.
           MOVE WS-FILES-TRENDED TO SUM-FILES-TRENDED.
           MOVE WS-FILES-AT-RISK TO SUM-FILES-AT-RISK.
           MOVE " " TO PRINT-CC.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE CAPT-SUMMARY-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       RAISE-CAPACITY-ALERT.
           MOVE "WARN"     TO OA-SEVERITY.
           MOVE "CAPTREND" TO OA-PROGRAM-NAME.
           MOVE SPACES TO OA-MESSAGE-TEXT.
           STRING WS-TRD-NAME DELIMITED BY "  "
                  " FILLS DATA VOLUME IN " DELIMITED BY SIZE
                  WS-EDITED-DAYS DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
               INTO OA-MESSAGE-TEXT
           END-STRING.
           PERFORM WRITE-OPERATOR-ALERT.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY ALERTPD.
