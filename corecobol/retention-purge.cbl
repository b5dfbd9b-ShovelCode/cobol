       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETNPURG.
      ******************************************************************
      * Purpose: Monthly retention purge and archive for the business
      *          data files. LOGHSKP trims the logs; this step does
      *          the same for the data that otherwise grows forever,
      *          driven by the retention table (retntbl.dat) - one
      *          row per file: the file, an age in days, the rule
      *          (K keep, A archive, P purge), and F when the file
      *          holds financial records. A missing table is seeded
      *          with the house defaults for the operator to edit.
      *
      *          Dated files (ordproc, lbproc, naproc.<date>) older
      *          than their age are consolidated into one archive per
      *          calendar month, <file>.arc.<yyyymm>, and every file
      *          consolidated gets an index record on rtnindex.dat
      *          (archive, source file, first record, record count)
      *          so one night's records can be pulled back by
      *          position. The job stream lists the dated files for
      *          this step (rtnfiles.dat) and deletes only the ones
      *          this step names on rtndrop.dat - a file is named
      *          there only once every record is safely in its
      *          archive, or, under a purge rule, once it is past the
      *          purge age. A file already on the index is not
      *          copied twice.
      *
      *          Record files move their aged records to this month's
      *          archive, <file>.arc.<yyyymm>, indexed the same way:
      *          fully relieved, undisputed zero-balance items off
      *          openitem.dat, old postings off custtxn.dat, old
      *          receipts off recvlog.dat, and old agreement usage
      *          off prcusage.dat. The history's archived postings
      *          are replaced per customer by one BFW (balance
      *          forward) record carrying the running balance they
      *          left, so TXNINQ's sum and SUBLTIE's last balance
      *          still prove to custbal.dat.
      *
      *          Nothing is archived younger than the minimum age,
      *          and a purge rule on a file of financial records is
      *          never allowed inside the legal retention period - a
      *          shorter age on the table is held to it, and says so
      *          on the report. retnpurg.prt lists every file and
      *          record count moved. A failed archive write leaves
      *          that source file untouched and ends the step
      *          RC-FILE-ERROR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-TABLE-FILE ASSIGN TO "retntbl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RETENTION-TABLE-STATUS.

           SELECT RETENTION-INDEX-FILE ASSIGN TO "rtnindex.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RETENTION-INDEX-STATUS.

           SELECT DATED-FILE-LIST ASSIGN TO "rtnfiles.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DATED-LIST-STATUS.

           SELECT DROP-LIST-FILE ASSIGN TO "rtndrop.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DROP-LIST-STATUS.

           SELECT DATED-ORDPROC-FILE ASSIGN TO WS-DATED-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DATED-IN-STATUS.
           SELECT ORDPROC-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.

           SELECT DATED-LBPROC-FILE ASSIGN TO WS-DATED-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DATED-IN-STATUS.
           SELECT LBPROC-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.

           SELECT DATED-NAPROC-FILE ASSIGN TO WS-DATED-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DATED-IN-STATUS.
           SELECT NAPROC-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.

           COPY OPNISEL.
           SELECT OPEN-ITEM-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.

           COPY TXHSSEL.
           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT HISTORY-KEEP-FILE ASSIGN TO "custtxn.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEEP-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "retnpurg.srt".

           COPY RCVLSEL.
           SELECT RECEIVING-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT RECEIVING-KEEP-FILE ASSIGN TO "recvlog.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEEP-STATUS.

           COPY PRAGSEL.
           SELECT USAGE-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT USAGE-KEEP-FILE ASSIGN TO "prcusage.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS KEEP-STATUS.

           SELECT PRINT-FILE ASSIGN TO "retnpurg.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-TABLE-FILE.
       01  RETENTION-TABLE-RECORD.
           05  RTB-FILE-STEM       PIC X(12).
           05  RTB-AGE-DAYS        PIC 9(5).
           05  RTB-RULE            PIC X.
           05  RTB-RECORD-CLASS    PIC X.
           05  RTB-DESCRIPTION     PIC X(30).

       FD  RETENTION-INDEX-FILE.
       01  RETENTION-INDEX-RECORD.
           05  RNX-ARCHIVE-NAME    PIC X(24).
           05  RNX-SOURCE-NAME     PIC X(20).
           05  RNX-FIRST-RECORD    PIC 9(9).
           05  RNX-RECORD-COUNT    PIC 9(9).
           05  RNX-ARCHIVED-DATE   PIC 9(8).

       FD  DATED-FILE-LIST.
       01  DATED-LIST-RECORD.
           05  DFL-FILE-NAME       PIC X(20).

       FD  DROP-LIST-FILE.
       01  DROP-LIST-RECORD.
           05  DRP-FILE-NAME       PIC X(20).

      *    The dated files and their archives are all at today's
      *    widths - the layout cutover widened those already on disk.
       FD  DATED-ORDPROC-FILE.
       01  DATED-ORDPROC-RECORD    PIC X(76).
       FD  ORDPROC-ARCHIVE-FILE.
       01  ORDPROC-ARCHIVE-RECORD  PIC X(76).

       FD  DATED-LBPROC-FILE.
       01  DATED-LBPROC-RECORD     PIC X(107).
       FD  LBPROC-ARCHIVE-FILE.
       01  LBPROC-ARCHIVE-RECORD   PIC X(107).

       FD  DATED-NAPROC-FILE.
       01  DATED-NAPROC-RECORD     PIC X(146).
       FD  NAPROC-ARCHIVE-FILE.
       01  NAPROC-ARCHIVE-RECORD   PIC X(146).

       FD  OPEN-ITEM-FILE.
           COPY OPNIREC.
       FD  OPEN-ITEM-ARCHIVE-FILE.
       01  OPEN-ITEM-ARCHIVE-RECORD PIC X(105).

           COPY TXHSFD.
       FD  HISTORY-ARCHIVE-FILE.
       01  HISTORY-ARCHIVE-RECORD  PIC X(62).
       FD  HISTORY-KEEP-FILE.
       01  HISTORY-KEEP-RECORD     PIC X(62).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-CUSTOMER-ID      PIC X(10).
           05  SR-SEQUENCE         PIC 9(9).
           05  SR-POST-DATE        PIC 9(8).
           05  SR-POST-TIME        PIC 9(8).
           05  SR-RUNNING-BALANCE  PIC S9(9)V99.

       FD  RECEIVING-LOG-FILE.
           COPY RCVLREC.
       FD  RECEIVING-ARCHIVE-FILE.
       01  RECEIVING-ARCHIVE-RECORD PIC X(49).
       FD  RECEIVING-KEEP-FILE.
       01  RECEIVING-KEEP-RECORD   PIC X(49).

           COPY PRAGFD.
       FD  USAGE-ARCHIVE-FILE.
       01  USAGE-ARCHIVE-RECORD    PIC X(48).
       FD  USAGE-KEEP-FILE.
       01  USAGE-KEEP-RECORD       PIC X(48).

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  RETENTION-TABLE-STATUS  PIC XX.
       01  RETENTION-INDEX-STATUS  PIC XX.
       01  DATED-LIST-STATUS       PIC XX.
       01  DROP-LIST-STATUS        PIC XX.
       01  DATED-IN-STATUS         PIC XX.
       01  ARCHIVE-STATUS          PIC XX.
       01  KEEP-STATUS             PIC XX.
       01  RECEIVING-LOG-STATUS    PIC XX.

       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-THIS-FILE                VALUE "Y".
       01  WS-LIST-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-DATED-LIST               VALUE "Y".
       01  WS-TABLE-EOF-SWITCH     PIC X       VALUE "N".
           88  END-OF-RETENTION-TABLE          VALUE "Y".
       01  WS-INDEX-EOF-SWITCH     PIC X       VALUE "N".
           88  END-OF-RETENTION-INDEX          VALUE "Y".
       01  WS-SORT-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SORTED-HISTORY           VALUE "Y".
       01  WS-MOVE-ERROR-SWITCH    PIC X       VALUE "N".
           88  RECORD-MOVE-FAILED              VALUE "Y".
       01  WS-RUN-ERROR-SWITCH     PIC X       VALUE "N".
           88  RETENTION-RUN-FAILED            VALUE "Y".
       01  WS-INDEXED-SWITCH       PIC X       VALUE "N".
           88  SOURCE-ALREADY-ARCHIVED         VALUE "Y".

      *    Nothing younger than the minimum age is ever moved, and a
      *    file of financial records is never purged inside the legal
      *    retention period (seven years), whatever the table says.
       01  WS-MINIMUM-AGE-DAYS     PIC 9(5)    VALUE 30.
       01  WS-LEGAL-RETENTION-DAYS PIC 9(5)    VALUE 2557.

      *    The files this step knows how to retain. The dated files
      *    come first; the table names its rows by these stems.
       01  WS-RETAINED-FILE-VALUES.
           05  FILLER              PIC X(12) VALUE "ordproc".
           05  FILLER              PIC X(12) VALUE "lbproc".
           05  FILLER              PIC X(12) VALUE "naproc".
           05  FILLER              PIC X(12) VALUE "openitem".
           05  FILLER              PIC X(12) VALUE "custtxn".
           05  FILLER              PIC X(12) VALUE "recvlog".
           05  FILLER              PIC X(12) VALUE "prcusage".
       01  WS-RETAINED-FILE-TABLE REDEFINES WS-RETAINED-FILE-VALUES.
           05  WS-RETAINED-STEM    OCCURS 7 TIMES
                                   INDEXED BY RTF-IDX
                                   PIC X(12).

      *    House defaults written to a missing retention table.
       01  WS-DEFAULT-ROW-VALUES.
           05  FILLER              PIC X(49) VALUE
               "ordproc     00060AFPROCESSED ORDER LINES".
           05  FILLER              PIC X(49) VALUE
               "lbproc      00060AFPROCESSED LOCKBOX PAYMENTS".
           05  FILLER              PIC X(49) VALUE
               "naproc      00060A PROCESSED NEW ACCOUNTS".
           05  FILLER              PIC X(49) VALUE
               "openitem    00090AFRELIEVED OPEN ITEMS".
           05  FILLER              PIC X(49) VALUE
               "custtxn     01095AFCUSTOMER TRANSACTION HISTORY".
           05  FILLER              PIC X(49) VALUE
               "recvlog     00365AFRECEIVING LOG".
           05  FILLER              PIC X(49) VALUE
               "prcusage    00365AFPRICE AGREEMENT USAGE".
       01  WS-DEFAULT-ROW-TABLE REDEFINES WS-DEFAULT-ROW-VALUES.
           05  WS-DEFAULT-ROW      OCCURS 7 TIMES PIC X(49).

       01  WS-RETENTION-SETTINGS.
           05  WS-RETENTION-ENTRY  OCCURS 7 TIMES.
               10  WS-RET-RULE     PIC X.
               10  WS-RET-CLASS    PIC X.
               10  WS-RET-AGE-DAYS PIC 9(5).
               10  WS-RET-CUTOFF   PIC 9(8).

       01  WS-FILE-SUB             PIC 99.
       01  WS-FOUND-SUB            PIC 99.
       01  WS-LOOKUP-STEM          PIC X(12).
       01  WS-CUTOFF-INTEGER       PIC 9(8).
       01  WS-SETTING-NOTE         PIC X(40).

       01  WS-CURRENT-RULE         PIC X.
           88  RULE-KEEP                       VALUE "K".
           88  RULE-ARCHIVE                    VALUE "A".
           88  RULE-PURGE                      VALUE "P".
       01  WS-CURRENT-CUTOFF       PIC 9(8).

       01  WS-DATED-FILE-NAME      PIC X(20).
       01  WS-DATED-NAME-PARTS.
           05  WS-DATED-STEM       PIC X(12).
           05  WS-DATED-DATE-X     PIC X(8).
           05  WS-DATED-DATE REDEFINES WS-DATED-DATE-X PIC 9(8).
       01  WS-ARCHIVE-NAME         PIC X(24).
       01  WS-ARCHIVE-MONTH        PIC 9(6).
       01  WS-RUN-MONTH            PIC 9(6).
       01  WS-INDEX-SOURCE-NAME    PIC X(20).
       01  WS-INDEXED-RECORDS      PIC 9(9).
       01  WS-ARCHIVE-FIRST-RECORD PIC 9(9).

       01  WS-RECORDS-READ         PIC 9(9).
       01  WS-RECORDS-MOVED        PIC 9(9).
       01  WS-RECORDS-RETAINED     PIC 9(9).
       01  WS-HISTORY-SEQUENCE     PIC 9(9).
       01  WS-BALANCE-FORWARD-COUNT PIC 9(7).
       01  WS-FILES-ARCHIVED       PIC 9(5)    VALUE 0.
       01  WS-FILES-PURGED         PIC 9(5)    VALUE 0.
       01  WS-TOTAL-ARCHIVED       PIC 9(9)    VALUE 0.
       01  WS-TOTAL-PURGED         PIC 9(9)    VALUE 0.

      *    The last archived posting of the customer being carried
      *    forward.
       01  WS-HELD-HISTORY.
           05  WS-HELD-CUSTOMER-ID PIC X(10).
           05  WS-HELD-POST-DATE   PIC 9(8).
           05  WS-HELD-POST-TIME   PIC 9(8).
           05  WS-HELD-BALANCE     PIC S9(9)V99.
       01  WS-BFW-REFERENCE.
           05  FILLER              PIC X(3)  VALUE "ARC".
           05  WS-BFW-MONTH        PIC 9(6).
           05  FILLER              PIC X     VALUE SPACE.

           COPY OPNIWS.
           COPY TXHSWS.
           COPY PRAGWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  RETN-SETTING-LINE.
           05  FILLER              PIC X(8)  VALUE "RETAIN".
           05  SET-STEM            PIC X(12).
           05  FILLER              PIC X(6)  VALUE " RULE ".
           05  SET-RULE-TEXT       PIC X(8).
           05  FILLER              PIC X(5)  VALUE " AGE ".
           05  SET-AGE-DAYS        PIC ZZZZ9.
           05  FILLER              PIC X(13) VALUE " DAYS CUTOFF ".
           05  SET-CUTOFF          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  SET-NOTE            PIC X(40).
           05  FILLER              PIC X(25) VALUE SPACES.

       01  RETN-COLUMN-HEADINGS.
           05  FILLER              PIC X(10) VALUE "ACTION".
           05  FILLER              PIC X(22) VALUE "SOURCE".
           05  FILLER              PIC X(26) VALUE "ARCHIVE".
           05  FILLER              PIC X(11) VALUE "    RECORDS".
           05  FILLER              PIC X(12) VALUE "    RETAINED".
           05  FILLER              PIC X(51) VALUE "  NOTE".

       01  RETN-DETAIL-LINE.
           05  DTL-ACTION          PIC X(10).
           05  DTL-SOURCE          PIC X(22).
           05  DTL-ARCHIVE         PIC X(26).
           05  DTL-RECORDS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-RETAINED        PIC X(11) VALUE SPACES.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-NOTE            PIC X(49).

       01  WS-EDITED-COUNT         PIC ZZZ,ZZZ,ZZ9.

       01  RETN-SUMMARY-LINE.
           05  FILLER              PIC X(22) VALUE
               "DATED FILES ARCHIVED: ".
           05  SUM-FILES-ARCHIVED  PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE "  PURGED: ".
           05  SUM-FILES-PURGED    PIC ZZZZ9.
           05  FILLER              PIC X(22) VALUE
               "   RECORDS ARCHIVED: ".
           05  SUM-RECORDS-ARCHIVED PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE "  PURGED: ".
           05  SUM-RECORDS-PURGED  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "RETNPURG" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-RUN-MONTH.
           OPEN OUTPUT PRINT-FILE.
           MOVE "RETNPURG" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM LOAD-RETENTION-TABLE.
           PERFORM SET-RETENTION-CUTOFF
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 7.
           PERFORM PRINT-COLUMN-HEADINGS.
           OPEN OUTPUT DROP-LIST-FILE.
           PERFORM RETAIN-DATED-FILES.
           CLOSE DROP-LIST-FILE.
           PERFORM RETAIN-OPEN-ITEMS
               THRU RETAIN-OPEN-ITEMS-EXIT.
           PERFORM RETAIN-TRANSACTION-HISTORY
               THRU RETAIN-TRANSACTION-HISTORY-EXIT.
           PERFORM RETAIN-RECEIVING-LOG
               THRU RETAIN-RECEIVING-LOG-EXIT.
           PERFORM RETAIN-AGREEMENT-USAGE
               THRU RETAIN-AGREEMENT-USAGE-EXIT.
           PERFORM PRINT-SUMMARY-LINE.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           DISPLAY "RETENTION COMPLETE - " WS-FILES-ARCHIVED
               " FILES AND " WS-TOTAL-ARCHIVED " RECORDS ARCHIVED".
           IF RETENTION-RUN-FAILED
               DISPLAY "*** ONE OR MORE ARCHIVES FAILED - SEE "
                   "RETNPURG.PRT"
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

      ******************************************************************
      * The retention table. A file with no row, or a row that does
      * not read as a rule and an age, is kept untouched.
      ******************************************************************
       LOAD-RETENTION-TABLE.
           PERFORM CLEAR-RETENTION-ENTRY
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 7.
           OPEN INPUT RETENTION-TABLE-FILE.
           IF RETENTION-TABLE-STATUS = "35"
               PERFORM SEED-RETENTION-TABLE
               OPEN INPUT RETENTION-TABLE-FILE
           END-IF.
           IF RETENTION-TABLE-STATUS NOT = "00"
               DISPLAY "*** RETENTION TABLE UNREADABLE - STATUS "
                   RETENTION-TABLE-STATUS " - NOTHING MOVED"
           ELSE
               PERFORM LOAD-ONE-RETENTION-ROW
                   UNTIL END-OF-RETENTION-TABLE
               CLOSE RETENTION-TABLE-FILE
           END-IF.

       CLEAR-RETENTION-ENTRY.
           MOVE "K" TO WS-RET-RULE (WS-FILE-SUB).
           MOVE SPACE TO WS-RET-CLASS (WS-FILE-SUB).
           MOVE 0 TO WS-RET-AGE-DAYS (WS-FILE-SUB).
           MOVE 0 TO WS-RET-CUTOFF (WS-FILE-SUB).

       SEED-RETENTION-TABLE.
           DISPLAY "RETENTION TABLE NOT ON FILE - WRITING DEFAULTS".
           OPEN OUTPUT RETENTION-TABLE-FILE.
           PERFORM WRITE-DEFAULT-ROW
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 7.
           CLOSE RETENTION-TABLE-FILE.

       WRITE-DEFAULT-ROW.
           MOVE WS-DEFAULT-ROW (WS-FILE-SUB)
               TO RETENTION-TABLE-RECORD.
           WRITE RETENTION-TABLE-RECORD.

       LOAD-ONE-RETENTION-ROW.
           READ RETENTION-TABLE-FILE
               AT END
                   MOVE "Y" TO WS-TABLE-EOF-SWITCH
               NOT AT END
                   PERFORM STORE-RETENTION-ROW
           END-READ.

       STORE-RETENTION-ROW.
           MOVE RTB-FILE-STEM TO WS-LOOKUP-STEM.
           PERFORM FIND-RETAINED-FILE.
           IF WS-FOUND-SUB = 0
               DISPLAY "RETENTION ROW " RTB-FILE-STEM
                   " IS NOT A RETAINED FILE - IGNORED"
           ELSE
               IF (RTB-RULE = "K" OR "A" OR "P")
                  AND RTB-AGE-DAYS IS NUMERIC
                   MOVE RTB-RULE TO WS-RET-RULE (WS-FOUND-SUB)
                   MOVE RTB-RECORD-CLASS
                       TO WS-RET-CLASS (WS-FOUND-SUB)
                   MOVE RTB-AGE-DAYS
                       TO WS-RET-AGE-DAYS (WS-FOUND-SUB)
               ELSE
                   DISPLAY "RETENTION ROW " RTB-FILE-STEM
                       " HAS NO VALID RULE OR AGE - FILE KEPT"
               END-IF
           END-IF.

       FIND-RETAINED-FILE.
           MOVE 0 TO WS-FOUND-SUB.
           SET RTF-IDX TO 1.
           SEARCH WS-RETAINED-STEM
               AT END
                   MOVE 0 TO WS-FOUND-SUB
               WHEN WS-RETAINED-STEM (RTF-IDX) = WS-LOOKUP-STEM
                   SET WS-FOUND-SUB TO RTF-IDX
           END-SEARCH.

      ******************************************************************
      * Each file's cutoff: records dated before it are past their
      * age. The age is held to the minimum, and a purge of financial
      * records to the legal retention period.
      ******************************************************************
       SET-RETENTION-CUTOFF.
           MOVE SPACES TO WS-SETTING-NOTE.
           MOVE WS-RET-RULE (WS-FILE-SUB) TO WS-CURRENT-RULE.
           EVALUATE TRUE
               WHEN RULE-KEEP
                   MOVE "KEEP" TO SET-RULE-TEXT
               WHEN RULE-ARCHIVE
                   MOVE "ARCHIVE" TO SET-RULE-TEXT
               WHEN RULE-PURGE
                   MOVE "PURGE" TO SET-RULE-TEXT
           END-EVALUATE.
           IF RULE-PURGE
              AND WS-RET-CLASS (WS-FILE-SUB) = "F"
              AND WS-RET-AGE-DAYS (WS-FILE-SUB)
                  < WS-LEGAL-RETENTION-DAYS
               MOVE WS-LEGAL-RETENTION-DAYS
                   TO WS-RET-AGE-DAYS (WS-FILE-SUB)
               MOVE "FINANCIAL - HELD TO LEGAL RETENTION"
                   TO WS-SETTING-NOTE
           END-IF.
           IF NOT RULE-KEEP
              AND WS-RET-AGE-DAYS (WS-FILE-SUB) < WS-MINIMUM-AGE-DAYS
               MOVE WS-MINIMUM-AGE-DAYS
                   TO WS-RET-AGE-DAYS (WS-FILE-SUB)
               MOVE "AGE RAISED TO THE MINIMUM"
                   TO WS-SETTING-NOTE
           END-IF.
           IF RULE-KEEP
               MOVE 0 TO WS-RET-CUTOFF (WS-FILE-SUB)
               MOVE SPACES TO SET-CUTOFF
               MOVE "NOT TOUCHED" TO WS-SETTING-NOTE
           ELSE
               COMPUTE WS-CUTOFF-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                   - WS-RET-AGE-DAYS (WS-FILE-SUB)
               COMPUTE WS-RET-CUTOFF (WS-FILE-SUB) =
                   FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INTEGER)
               MOVE WS-RET-CUTOFF (WS-FILE-SUB) TO SET-CUTOFF
           END-IF.
           MOVE WS-RETAINED-STEM (WS-FILE-SUB) TO SET-STEM.
           MOVE WS-RET-AGE-DAYS (WS-FILE-SUB) TO SET-AGE-DAYS.
           MOVE WS-SETTING-NOTE TO SET-NOTE.
           MOVE " " TO PRINT-CC.
           MOVE RETN-SETTING-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       SELECT-RETENTION-ENTRY.
           PERFORM FIND-RETAINED-FILE.
           IF WS-FOUND-SUB = 0
               MOVE "K" TO WS-CURRENT-RULE
               MOVE 0 TO WS-CURRENT-CUTOFF
           ELSE
               MOVE WS-RET-RULE (WS-FOUND-SUB) TO WS-CURRENT-RULE
               MOVE WS-RET-CUTOFF (WS-FOUND-SUB) TO WS-CURRENT-CUTOFF
           END-IF.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE SPACES TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           MOVE RETN-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 2 TO RPT-LINE-COUNT.

      ******************************************************************
      * Dated files. Each name on the stream's list that is one of the
      * dated files and older than its cutoff is consolidated into its
      * month's archive (or, under a purge rule, just counted) and
      * named on the drop list for the stream to delete.
      ******************************************************************
       RETAIN-DATED-FILES.
           OPEN INPUT DATED-FILE-LIST.
           IF DATED-LIST-STATUS NOT = "00"
               MOVE "NONE" TO DTL-ACTION
               MOVE "rtnfiles.dat" TO DTL-SOURCE
               MOVE SPACES TO DTL-ARCHIVE
               MOVE 0 TO DTL-RECORDS
               MOVE "NO DATED FILE LIST FROM THE STREAM"
                   TO DTL-NOTE
               PERFORM PRINT-RETENTION-LINE
           ELSE
               PERFORM RETAIN-ONE-DATED-FILE
                   THRU RETAIN-ONE-DATED-FILE-EXIT
                   UNTIL END-OF-DATED-LIST
               CLOSE DATED-FILE-LIST
           END-IF.

       RETAIN-ONE-DATED-FILE.
           READ DATED-FILE-LIST
               AT END
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-READ.
           IF END-OF-DATED-LIST OR DFL-FILE-NAME = SPACES
               GO TO RETAIN-ONE-DATED-FILE-EXIT
           END-IF.
           MOVE SPACES TO WS-DATED-NAME-PARTS.
           UNSTRING DFL-FILE-NAME DELIMITED BY "."
               INTO WS-DATED-STEM WS-DATED-DATE-X.
           IF WS-DATED-DATE-X NOT NUMERIC
               GO TO RETAIN-ONE-DATED-FILE-EXIT
           END-IF.
           MOVE WS-DATED-STEM TO WS-LOOKUP-STEM.
           PERFORM SELECT-RETENTION-ENTRY.
           IF WS-FOUND-SUB = 0 OR WS-FOUND-SUB > 3
              OR RULE-KEEP
              OR WS-DATED-DATE NOT < WS-CURRENT-CUTOFF
               GO TO RETAIN-ONE-DATED-FILE-EXIT
           END-IF.
           MOVE DFL-FILE-NAME TO WS-DATED-FILE-NAME.
           MOVE DFL-FILE-NAME TO DTL-SOURCE.
           MOVE SPACES TO DTL-ARCHIVE.
           MOVE SPACES TO DTL-NOTE.
           IF RULE-ARCHIVE
               MOVE WS-DATED-DATE-X (1:6) TO WS-ARCHIVE-MONTH
               PERFORM BUILD-ARCHIVE-NAME
               MOVE WS-DATED-FILE-NAME TO WS-INDEX-SOURCE-NAME
               PERFORM SCAN-RETENTION-INDEX
               MOVE WS-ARCHIVE-NAME TO DTL-ARCHIVE
               IF SOURCE-ALREADY-ARCHIVED
                   PERFORM WRITE-DROP-ENTRY
                   MOVE "DROPPED" TO DTL-ACTION
                   MOVE 0 TO DTL-RECORDS
                   MOVE "ALREADY ON THE ARCHIVE INDEX" TO DTL-NOTE
                   PERFORM PRINT-RETENTION-LINE
                   GO TO RETAIN-ONE-DATED-FILE-EXIT
               END-IF
           END-IF.
           EVALUATE WS-FOUND-SUB
               WHEN 1
                   PERFORM COPY-DATED-ORDPROC
               WHEN 2
                   PERFORM COPY-DATED-LBPROC
               WHEN 3
                   PERFORM COPY-DATED-NAPROC
           END-EVALUATE.
           MOVE WS-RECORDS-READ TO DTL-RECORDS.
           IF RECORD-MOVE-FAILED
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               MOVE "*** FAILED" TO DTL-ACTION
               MOVE "ARCHIVE WRITE FAILED - SOURCE LEFT IN PLACE"
                   TO DTL-NOTE
               PERFORM PRINT-RETENTION-LINE
               GO TO RETAIN-ONE-DATED-FILE-EXIT
           END-IF.
           IF RULE-ARCHIVE
               MOVE WS-RECORDS-READ TO WS-RECORDS-MOVED
               PERFORM WRITE-RETENTION-INDEX-ENTRY
               ADD 1 TO WS-FILES-ARCHIVED
               ADD WS-RECORDS-READ TO WS-TOTAL-ARCHIVED
               MOVE "ARCHIVED" TO DTL-ACTION
           ELSE
               ADD 1 TO WS-FILES-PURGED
               ADD WS-RECORDS-READ TO WS-TOTAL-PURGED
               MOVE "PURGED" TO DTL-ACTION
           END-IF.
           PERFORM WRITE-DROP-ENTRY.
           PERFORM PRINT-RETENTION-LINE.

       RETAIN-ONE-DATED-FILE-EXIT.
           EXIT.

       START-DATED-COPY.
           MOVE 0 TO WS-RECORDS-READ.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-MOVE-ERROR-SWITCH.

       COPY-DATED-ORDPROC.
           PERFORM START-DATED-COPY.
           OPEN INPUT DATED-ORDPROC-FILE.
           IF DATED-IN-STATUS NOT = "00"
               MOVE "Y" TO WS-MOVE-ERROR-SWITCH
           ELSE
               IF RULE-ARCHIVE
                   OPEN EXTEND ORDPROC-ARCHIVE-FILE
                   IF ARCHIVE-STATUS = "05" OR "35"
                       OPEN OUTPUT ORDPROC-ARCHIVE-FILE
                   END-IF
                   IF ARCHIVE-STATUS NOT = "00"
                       MOVE "Y" TO WS-MOVE-ERROR-SWITCH
                   END-IF
               END-IF
               PERFORM COPY-ONE-ORDPROC-RECORD
                   UNTIL END-OF-THIS-FILE OR RECORD-MOVE-FAILED
               CLOSE DATED-ORDPROC-FILE
               IF RULE-ARCHIVE
                   CLOSE ORDPROC-ARCHIVE-FILE
               END-IF
           END-IF.

       COPY-ONE-ORDPROC-RECORD.
           READ DATED-ORDPROC-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF RULE-ARCHIVE
                       MOVE DATED-ORDPROC-RECORD
                           TO ORDPROC-ARCHIVE-RECORD
                       WRITE ORDPROC-ARCHIVE-RECORD
                       IF ARCHIVE-STATUS NOT = "00"
                           MOVE "Y" TO WS-MOVE-ERROR-SWITCH
                       END-IF
                   END-IF
           END-READ.

       COPY-DATED-LBPROC.
           PERFORM START-DATED-COPY.
           OPEN INPUT DATED-LBPROC-FILE.
           IF DATED-IN-STATUS NOT = "00"
               MOVE "Y" TO WS-MOVE-ERROR-SWITCH
           ELSE
               IF RULE-ARCHIVE
                   OPEN EXTEND LBPROC-ARCHIVE-FILE
                   IF ARCHIVE-STATUS = "05" OR "35"
                       OPEN OUTPUT LBPROC-ARCHIVE-FILE
                   END-IF
                   IF ARCHIVE-STATUS NOT = "00"
                       MOVE "Y" TO WS-MOVE-ERROR-SWITCH
                   END-IF
               END-IF
               PERFORM COPY-ONE-LBPROC-RECORD
                   UNTIL END-OF-THIS-FILE OR RECORD-MOVE-FAILED
               CLOSE DATED-LBPROC-FILE
               IF RULE-ARCHIVE
                   CLOSE LBPROC-ARCHIVE-FILE
               END-IF
           END-IF.

       COPY-ONE-LBPROC-RECORD.
           READ DATED-LBPROC-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF RULE-ARCHIVE
                       MOVE DATED-LBPROC-RECORD
                           TO LBPROC-ARCHIVE-RECORD
                       WRITE LBPROC-ARCHIVE-RECORD
                       IF ARCHIVE-STATUS NOT = "00"
                           MOVE "Y" TO WS-MOVE-ERROR-SWITCH
                       END-IF
                   END-IF
           END-READ.

       COPY-DATED-NAPROC.
           PERFORM START-DATED-COPY.
           OPEN INPUT DATED-NAPROC-FILE.
           IF DATED-IN-STATUS NOT = "00"
               MOVE "Y" TO WS-MOVE-ERROR-SWITCH
           ELSE
               IF RULE-ARCHIVE
                   OPEN EXTEND NAPROC-ARCHIVE-FILE
                   IF ARCHIVE-STATUS = "05" OR "35"
                       OPEN OUTPUT NAPROC-ARCHIVE-FILE
                   END-IF
                   IF ARCHIVE-STATUS NOT = "00"
                       MOVE "Y" TO WS-MOVE-ERROR-SWITCH
                   END-IF
               END-IF
               PERFORM COPY-ONE-NAPROC-RECORD
                   UNTIL END-OF-THIS-FILE OR RECORD-MOVE-FAILED
               CLOSE DATED-NAPROC-FILE
               IF RULE-ARCHIVE
                   CLOSE NAPROC-ARCHIVE-FILE
               END-IF
           END-IF.

       COPY-ONE-NAPROC-RECORD.
           READ DATED-NAPROC-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF RULE-ARCHIVE
                       MOVE DATED-NAPROC-RECORD
                           TO NAPROC-ARCHIVE-RECORD
                       WRITE NAPROC-ARCHIVE-RECORD
                       IF ARCHIVE-STATUS NOT = "00"
                           MOVE "Y" TO WS-MOVE-ERROR-SWITCH
                       END-IF
                   END-IF
           END-READ.

       WRITE-DROP-ENTRY.
           MOVE WS-DATED-FILE-NAME TO DRP-FILE-NAME.
           WRITE DROP-LIST-RECORD.

      ******************************************************************
      * Archive names and the archive index. The first record a
      * source lands on is one past every record the index already
      * holds for that archive.
      ******************************************************************
       BUILD-ARCHIVE-NAME.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING WS-LOOKUP-STEM DELIMITED BY SPACE
               ".arc." DELIMITED BY SIZE
               WS-ARCHIVE-MONTH DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME.

       SCAN-RETENTION-INDEX.
           MOVE "N" TO WS-INDEXED-SWITCH.
           MOVE "N" TO WS-INDEX-EOF-SWITCH.
           MOVE 0 TO WS-INDEXED-RECORDS.
           OPEN INPUT RETENTION-INDEX-FILE.
           IF RETENTION-INDEX-STATUS = "00"
               PERFORM SCAN-ONE-INDEX-ENTRY
                   UNTIL END-OF-RETENTION-INDEX
               CLOSE RETENTION-INDEX-FILE
           END-IF.
           COMPUTE WS-ARCHIVE-FIRST-RECORD = WS-INDEXED-RECORDS + 1.

       SCAN-ONE-INDEX-ENTRY.
           READ RETENTION-INDEX-FILE
               AT END
                   MOVE "Y" TO WS-INDEX-EOF-SWITCH
               NOT AT END
                   IF RNX-ARCHIVE-NAME = WS-ARCHIVE-NAME
                       ADD RNX-RECORD-COUNT TO WS-INDEXED-RECORDS
                       IF RNX-SOURCE-NAME = WS-INDEX-SOURCE-NAME
                           MOVE "Y" TO WS-INDEXED-SWITCH
                       END-IF
                   END-IF
           END-READ.

       WRITE-RETENTION-INDEX-ENTRY.
           OPEN EXTEND RETENTION-INDEX-FILE.
           IF RETENTION-INDEX-STATUS = "05" OR "35"
               OPEN OUTPUT RETENTION-INDEX-FILE
           END-IF.
           MOVE WS-ARCHIVE-NAME         TO RNX-ARCHIVE-NAME.
           MOVE WS-INDEX-SOURCE-NAME    TO RNX-SOURCE-NAME.
           MOVE WS-ARCHIVE-FIRST-RECORD TO RNX-FIRST-RECORD.
           MOVE WS-RECORDS-MOVED        TO RNX-RECORD-COUNT.
           MOVE WS-BUSINESS-DATE        TO RNX-ARCHIVED-DATE.
           WRITE RETENTION-INDEX-RECORD.
           CLOSE RETENTION-INDEX-FILE.

      ******************************************************************
      * Record files share the bookkeeping: counts reset, this
      * month's archive named and placed on the index, and one report
      * line with what moved and what stayed.
      ******************************************************************
       START-RECORD-FILE.
           MOVE 0 TO WS-RECORDS-READ.
           MOVE 0 TO WS-RECORDS-MOVED.
           MOVE 0 TO WS-RECORDS-RETAINED.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-MOVE-ERROR-SWITCH.
           PERFORM SELECT-RETENTION-ENTRY.
           MOVE SPACES TO DTL-ARCHIVE.
           IF RULE-ARCHIVE
               MOVE WS-RUN-MONTH TO WS-ARCHIVE-MONTH
               PERFORM BUILD-ARCHIVE-NAME
               MOVE SPACES TO WS-INDEX-SOURCE-NAME
               PERFORM SCAN-RETENTION-INDEX
               MOVE WS-ARCHIVE-NAME TO DTL-ARCHIVE
           END-IF.

       FINISH-RECORD-FILE.
           MOVE WS-RECORDS-MOVED TO DTL-RECORDS.
           MOVE WS-RECORDS-RETAINED TO WS-EDITED-COUNT.
           MOVE SPACES TO DTL-NOTE.
           IF RECORD-MOVE-FAILED
               MOVE "Y" TO WS-RUN-ERROR-SWITCH
               MOVE "*** FAILED" TO DTL-ACTION
               MOVE "ARCHIVE WRITE FAILED - FILE LEFT AS IT WAS"
                   TO DTL-NOTE
           ELSE
               MOVE WS-EDITED-COUNT TO DTL-RETAINED
               IF RULE-ARCHIVE
                   MOVE "ARCHIVED" TO DTL-ACTION
                   ADD WS-RECORDS-MOVED TO WS-TOTAL-ARCHIVED
                   IF WS-RECORDS-MOVED > 0
                       PERFORM WRITE-RETENTION-INDEX-ENTRY
                   END-IF
               ELSE
                   MOVE "PURGED" TO DTL-ACTION
                   ADD WS-RECORDS-MOVED TO WS-TOTAL-PURGED
               END-IF
           END-IF.
           PERFORM PRINT-RETENTION-LINE.

       PRINT-NOT-ON-FILE.
           MOVE "NONE" TO DTL-ACTION.
           MOVE SPACES TO DTL-ARCHIVE.
           MOVE 0 TO DTL-RECORDS.
           MOVE "NOT ON FILE" TO DTL-NOTE.
           PERFORM PRINT-RETENTION-LINE.

      ******************************************************************
      * Open items: a fully relieved, undisputed item dated before
      * the cutoff is written to the archive and only then deleted.
      ******************************************************************
       RETAIN-OPEN-ITEMS.
           MOVE "openitem" TO WS-LOOKUP-STEM.
           PERFORM START-RECORD-FILE.
           IF RULE-KEEP
               GO TO RETAIN-OPEN-ITEMS-EXIT
           END-IF.
           MOVE "openitem.dat" TO DTL-SOURCE.
           OPEN I-O OPEN-ITEM-FILE.
           IF OPEN-ITEM-STATUS NOT = "00"
               PERFORM PRINT-NOT-ON-FILE
               GO TO RETAIN-OPEN-ITEMS-EXIT
           END-IF.
           IF RULE-ARCHIVE
               OPEN EXTEND OPEN-ITEM-ARCHIVE-FILE
               IF ARCHIVE-STATUS = "05" OR "35"
                   OPEN OUTPUT OPEN-ITEM-ARCHIVE-FILE
               END-IF
               IF ARCHIVE-STATUS NOT = "00"
                   MOVE "Y" TO WS-MOVE-ERROR-SWITCH
               END-IF
           END-IF.
           IF NOT RECORD-MOVE-FAILED
               PERFORM READ-NEXT-OPEN-ITEM
               PERFORM RETAIN-ONE-OPEN-ITEM
                   UNTIL END-OF-THIS-FILE OR RECORD-MOVE-FAILED
           END-IF.
           CLOSE OPEN-ITEM-FILE.
           IF RULE-ARCHIVE
               CLOSE OPEN-ITEM-ARCHIVE-FILE
           END-IF.
           MOVE "openitem.dat" TO WS-INDEX-SOURCE-NAME.
           PERFORM FINISH-RECORD-FILE.

       RETAIN-OPEN-ITEMS-EXIT.
           EXIT.

       READ-NEXT-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       RETAIN-ONE-OPEN-ITEM.
           ADD 1 TO WS-RECORDS-READ.
           IF OI-OPEN-AMOUNT = 0
              AND NOT OI-ITEM-DISPUTED
              AND OI-ITEM-DATE < WS-CURRENT-CUTOFF
               IF RULE-ARCHIVE
                   MOVE OPEN-ITEM-RECORD TO OPEN-ITEM-ARCHIVE-RECORD
                   WRITE OPEN-ITEM-ARCHIVE-RECORD
                   IF ARCHIVE-STATUS NOT = "00"
                       MOVE "Y" TO WS-MOVE-ERROR-SWITCH
                   END-IF
               END-IF
               IF NOT RECORD-MOVE-FAILED
                   DELETE OPEN-ITEM-FILE RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-MOVE-ERROR-SWITCH
                   END-DELETE
                   ADD 1 TO WS-RECORDS-MOVED
               END-IF
           ELSE
               ADD 1 TO WS-RECORDS-RETAINED
           END-IF.
           IF NOT RECORD-MOVE-FAILED
               PERFORM READ-NEXT-OPEN-ITEM
           END-IF.

      ******************************************************************
      * Transaction history. Postings before the cutoff go to the
      * archive and to the sort; the rest wait on custtxn.tmp. The
      * sort brings each customer's archived postings together in
      * the order they were made, and the rebuilt history starts with
      * one BFW record per customer - the running balance the last
      * archived posting left - followed by the kept postings as they
      * were. A failure on the way leaves custtxn.dat as it was.
      ******************************************************************
       RETAIN-TRANSACTION-HISTORY.
           MOVE "custtxn" TO WS-LOOKUP-STEM.
           PERFORM START-RECORD-FILE.
           IF RULE-KEEP
               GO TO RETAIN-TRANSACTION-HISTORY-EXIT
           END-IF.
           MOVE "custtxn.dat" TO DTL-SOURCE.
           OPEN INPUT TRANSACTION-HISTORY-FILE.
           IF TRANSACTION-HISTORY-STATUS NOT = "00"
               PERFORM PRINT-NOT-ON-FILE
               GO TO RETAIN-TRANSACTION-HISTORY-EXIT
           END-IF.
           CLOSE TRANSACTION-HISTORY-FILE.
           MOVE 0 TO WS-HISTORY-SEQUENCE.
           MOVE 0 TO WS-BALANCE-FORWARD-COUNT.
           MOVE WS-RUN-MONTH TO WS-BFW-MONTH.
           IF RULE-ARCHIVE
               OPEN EXTEND HISTORY-ARCHIVE-FILE
               IF ARCHIVE-STATUS = "05" OR "35"
                   OPEN OUTPUT HISTORY-ARCHIVE-FILE
               END-IF
               IF ARCHIVE-STATUS NOT = "00"
                   MOVE "Y" TO WS-MOVE-ERROR-SWITCH
               END-IF
           END-IF.
           IF NOT RECORD-MOVE-FAILED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-CUSTOMER-ID SR-SEQUENCE
                   INPUT PROCEDURE IS SPLIT-TRANSACTION-HISTORY
                   OUTPUT PROCEDURE IS REBUILD-TRANSACTION-HISTORY
           END-IF.
           IF RULE-ARCHIVE
               CLOSE HISTORY-ARCHIVE-FILE
           END-IF.
           MOVE "custtxn.dat" TO WS-INDEX-SOURCE-NAME.
           PERFORM FINISH-RECORD-FILE.
           IF NOT RECORD-MOVE-FAILED
               MOVE "BAL FWD" TO DTL-ACTION
               MOVE SPACES TO DTL-ARCHIVE
               MOVE WS-BALANCE-FORWARD-COUNT TO DTL-RECORDS
               MOVE "CUSTOMERS CARRIED FORWARD AS BFW RECORDS"
                   TO DTL-NOTE
               PERFORM PRINT-RETENTION-LINE
           END-IF.

       RETAIN-TRANSACTION-HISTORY-EXIT.
           EXIT.

       SPLIT-TRANSACTION-HISTORY.
           OPEN INPUT TRANSACTION-HISTORY-FILE.
           OPEN OUTPUT HISTORY-KEEP-FILE.
           PERFORM SPLIT-ONE-HISTORY-RECORD
               UNTIL END-OF-THIS-FILE OR RECORD-MOVE-FAILED.
           CLOSE TRANSACTION-HISTORY-FILE.
           CLOSE HISTORY-KEEP-FILE.

       SPLIT-ONE-HISTORY-RECORD.
           READ TRANSACTION-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF TX-POST-DATE < WS-CURRENT-CUTOFF
                       PERFORM RELEASE-ARCHIVED-POSTING
                   ELSE
                       MOVE TRANSACTION-HISTORY-RECORD
                           TO HISTORY-KEEP-RECORD
                       WRITE HISTORY-KEEP-RECORD
                       IF KEEP-STATUS NOT = "00"
                           MOVE "Y" TO WS-MOVE-ERROR-SWITCH
                       END-IF
                       ADD 1 TO WS-RECORDS-RETAINED
                   END-IF
           END-READ.

       RELEASE-ARCHIVED-POSTING.
      *    An earlier run's BFW record is not a posting - its
      *    postings are already on an archive - so it only rolls into
      *    the new balance forward.
           IF TX-TYPE NOT = "BFW"
               IF RULE-ARCHIVE
                   MOVE TRANSACTION-HISTORY-RECORD
                       TO HISTORY-ARCHIVE-RECORD
                   WRITE HISTORY-ARCHIVE-RECORD
                   IF ARCHIVE-STATUS NOT = "00"
                       MOVE "Y" TO WS-MOVE-ERROR-SWITCH
                   END-IF
               END-IF
               ADD 1 TO WS-RECORDS-MOVED
           END-IF.
           ADD 1 TO WS-HISTORY-SEQUENCE.
           MOVE TX-CUSTOMER-ID      TO SR-CUSTOMER-ID.
           MOVE WS-HISTORY-SEQUENCE TO SR-SEQUENCE.
           MOVE TX-POST-DATE        TO SR-POST-DATE.
           MOVE TX-POST-TIME        TO SR-POST-TIME.
           MOVE TX-RUNNING-BALANCE  TO SR-RUNNING-BALANCE.
           RELEASE SORT-WORK-RECORD.

       REBUILD-TRANSACTION-HISTORY.
           IF NOT RECORD-MOVE-FAILED
               OPEN OUTPUT TRANSACTION-HISTORY-FILE
               PERFORM RETURN-SORTED-HISTORY
               PERFORM CARRY-ONE-SORTED-POSTING
                   UNTIL END-OF-SORTED-HISTORY
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT HISTORY-KEEP-FILE
               PERFORM COPY-ONE-KEPT-POSTING
                   UNTIL END-OF-THIS-FILE
               CLOSE HISTORY-KEEP-FILE
               CLOSE TRANSACTION-HISTORY-FILE
           END-IF.

       RETURN-SORTED-HISTORY.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       CARRY-ONE-SORTED-POSTING.
           MOVE SR-CUSTOMER-ID     TO WS-HELD-CUSTOMER-ID.
           MOVE SR-POST-DATE       TO WS-HELD-POST-DATE.
           MOVE SR-POST-TIME       TO WS-HELD-POST-TIME.
           MOVE SR-RUNNING-BALANCE TO WS-HELD-BALANCE.
           PERFORM RETURN-SORTED-HISTORY.
           IF END-OF-SORTED-HISTORY
              OR SR-CUSTOMER-ID NOT = WS-HELD-CUSTOMER-ID
               PERFORM WRITE-BALANCE-FORWARD
           END-IF.

       WRITE-BALANCE-FORWARD.
           MOVE WS-HELD-CUSTOMER-ID TO TX-CUSTOMER-ID.
           MOVE WS-HELD-POST-DATE   TO TX-POST-DATE.
           MOVE WS-HELD-POST-TIME   TO TX-POST-TIME.
           MOVE "BFW"               TO TX-TYPE.
           MOVE WS-BFW-REFERENCE    TO TX-REFERENCE.
           MOVE WS-HELD-BALANCE     TO TX-AMOUNT.
           MOVE WS-HELD-BALANCE     TO TX-RUNNING-BALANCE.
           WRITE TRANSACTION-HISTORY-RECORD.
           ADD 1 TO WS-BALANCE-FORWARD-COUNT.

       COPY-ONE-KEPT-POSTING.
           READ HISTORY-KEEP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE HISTORY-KEEP-RECORD
                       TO TRANSACTION-HISTORY-RECORD
                   WRITE TRANSACTION-HISTORY-RECORD
           END-READ.

      ******************************************************************
      * Receiving log and agreement usage: split on the date, the
      * way LOGHSKP splits a log, and copy the kept records back only
      * when every archive write went through.
      ******************************************************************
       RETAIN-RECEIVING-LOG.
           MOVE "recvlog" TO WS-LOOKUP-STEM.
           PERFORM START-RECORD-FILE.
           IF RULE-KEEP
               GO TO RETAIN-RECEIVING-LOG-EXIT
           END-IF.
           MOVE "recvlog.dat" TO DTL-SOURCE.
           OPEN INPUT RECEIVING-LOG-FILE.
           IF RECEIVING-LOG-STATUS NOT = "00"
               PERFORM PRINT-NOT-ON-FILE
               GO TO RETAIN-RECEIVING-LOG-EXIT
           END-IF.
           IF RULE-ARCHIVE
               OPEN EXTEND RECEIVING-ARCHIVE-FILE
               IF ARCHIVE-STATUS = "05" OR "35"
                   OPEN OUTPUT RECEIVING-ARCHIVE-FILE
               END-IF
               IF ARCHIVE-STATUS NOT = "00"
                   MOVE "Y" TO WS-MOVE-ERROR-SWITCH
               END-IF
           END-IF.
           OPEN OUTPUT RECEIVING-KEEP-FILE.
           PERFORM SPLIT-ONE-RECEIPT
               UNTIL END-OF-THIS-FILE OR RECORD-MOVE-FAILED.
           CLOSE RECEIVING-LOG-FILE.
           CLOSE RECEIVING-KEEP-FILE.
           IF RULE-ARCHIVE
               CLOSE RECEIVING-ARCHIVE-FILE
           END-IF.
           IF NOT RECORD-MOVE-FAILED
               PERFORM COPY-RECEIVING-LOG-BACK
           END-IF.
           MOVE "recvlog.dat" TO WS-INDEX-SOURCE-NAME.
           PERFORM FINISH-RECORD-FILE.

       RETAIN-RECEIVING-LOG-EXIT.
           EXIT.

       SPLIT-ONE-RECEIPT.
           READ RECEIVING-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF RV-RECEIPT-DATE < WS-CURRENT-CUTOFF
                       IF RULE-ARCHIVE
                           MOVE RECEIVING-LOG-RECORD
                               TO RECEIVING-ARCHIVE-RECORD
                           WRITE RECEIVING-ARCHIVE-RECORD
                           IF ARCHIVE-STATUS NOT = "00"
                               MOVE "Y" TO WS-MOVE-ERROR-SWITCH
                           END-IF
                       END-IF
                       ADD 1 TO WS-RECORDS-MOVED
                   ELSE
                       MOVE RECEIVING-LOG-RECORD
                           TO RECEIVING-KEEP-RECORD
                       WRITE RECEIVING-KEEP-RECORD
                       IF KEEP-STATUS NOT = "00"
                           MOVE "Y" TO WS-MOVE-ERROR-SWITCH
                       END-IF
                       ADD 1 TO WS-RECORDS-RETAINED
                   END-IF
           END-READ.

       COPY-RECEIVING-LOG-BACK.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RECEIVING-KEEP-FILE.
           OPEN OUTPUT RECEIVING-LOG-FILE.
           PERFORM COPY-ONE-KEPT-RECEIPT
               UNTIL END-OF-THIS-FILE.
           CLOSE RECEIVING-KEEP-FILE.
           CLOSE RECEIVING-LOG-FILE.

       COPY-ONE-KEPT-RECEIPT.
           READ RECEIVING-KEEP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE RECEIVING-KEEP-RECORD TO RECEIVING-LOG-RECORD
                   WRITE RECEIVING-LOG-RECORD
           END-READ.

       RETAIN-AGREEMENT-USAGE.
           MOVE "prcusage" TO WS-LOOKUP-STEM.
           PERFORM START-RECORD-FILE.
           IF RULE-KEEP
               GO TO RETAIN-AGREEMENT-USAGE-EXIT
           END-IF.
           MOVE "prcusage.dat" TO DTL-SOURCE.
           OPEN INPUT AGREEMENT-USAGE-FILE.
           IF AGREEMENT-USAGE-STATUS NOT = "00"
               PERFORM PRINT-NOT-ON-FILE
               GO TO RETAIN-AGREEMENT-USAGE-EXIT
           END-IF.
           IF RULE-ARCHIVE
               OPEN EXTEND USAGE-ARCHIVE-FILE
               IF ARCHIVE-STATUS = "05" OR "35"
                   OPEN OUTPUT USAGE-ARCHIVE-FILE
               END-IF
               IF ARCHIVE-STATUS NOT = "00"
                   MOVE "Y" TO WS-MOVE-ERROR-SWITCH
               END-IF
           END-IF.
           OPEN OUTPUT USAGE-KEEP-FILE.
           PERFORM SPLIT-ONE-USAGE
               UNTIL END-OF-THIS-FILE OR RECORD-MOVE-FAILED.
           CLOSE AGREEMENT-USAGE-FILE.
           CLOSE USAGE-KEEP-FILE.
           IF RULE-ARCHIVE
               CLOSE USAGE-ARCHIVE-FILE
           END-IF.
           IF NOT RECORD-MOVE-FAILED
               PERFORM COPY-AGREEMENT-USAGE-BACK
           END-IF.
           MOVE "prcusage.dat" TO WS-INDEX-SOURCE-NAME.
           PERFORM FINISH-RECORD-FILE.

       RETAIN-AGREEMENT-USAGE-EXIT.
           EXIT.

       SPLIT-ONE-USAGE.
           READ AGREEMENT-USAGE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF PU-USE-DATE < WS-CURRENT-CUTOFF
                       IF RULE-ARCHIVE
                           MOVE AGREEMENT-USAGE-RECORD
                               TO USAGE-ARCHIVE-RECORD
                           WRITE USAGE-ARCHIVE-RECORD
                           IF ARCHIVE-STATUS NOT = "00"
                               MOVE "Y" TO WS-MOVE-ERROR-SWITCH
                           END-IF
                       END-IF
                       ADD 1 TO WS-RECORDS-MOVED
                   ELSE
                       MOVE AGREEMENT-USAGE-RECORD
                           TO USAGE-KEEP-RECORD
                       WRITE USAGE-KEEP-RECORD
                       IF KEEP-STATUS NOT = "00"
                           MOVE "Y" TO WS-MOVE-ERROR-SWITCH
                       END-IF
                       ADD 1 TO WS-RECORDS-RETAINED
                   END-IF
           END-READ.

       COPY-AGREEMENT-USAGE-BACK.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT USAGE-KEEP-FILE.
           OPEN OUTPUT AGREEMENT-USAGE-FILE.
           PERFORM COPY-ONE-KEPT-USAGE
               UNTIL END-OF-THIS-FILE.
           CLOSE USAGE-KEEP-FILE.
           CLOSE AGREEMENT-USAGE-FILE.

       COPY-ONE-KEPT-USAGE.
           READ USAGE-KEEP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE USAGE-KEEP-RECORD TO AGREEMENT-USAGE-RECORD
                   WRITE AGREEMENT-USAGE-RECORD
           END-READ.

       PRINT-RETENTION-LINE.
           MOVE " " TO PRINT-CC.
           MOVE RETN-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO DTL-RETAINED.

       PRINT-SUMMARY-LINE.
           MOVE WS-FILES-ARCHIVED  TO SUM-FILES-ARCHIVED.
           MOVE WS-FILES-PURGED    TO SUM-FILES-PURGED.
           MOVE WS-TOTAL-ARCHIVED  TO SUM-RECORDS-ARCHIVED.
           MOVE WS-TOTAL-PURGED    TO SUM-RECORDS-PURGED.
           MOVE " " TO PRINT-CC.
           MOVE SPACES TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           MOVE RETN-SUMMARY-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
