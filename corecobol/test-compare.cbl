       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTCOMP.
      ******************************************************************
      * Purpose: Step comparison for the stream test run. After
      *          jcl/TESTRUN.sh has run the whole stream in its test
      *          directory, this reads that run's own run log and
      *          step statistics and holds every program against the
      *          saved baseline run (testbase.dat): how many times it
      *          ran, its return code, and its records read, written
      *          and rejected. A step that stopped running or ended
      *          with a worse return code than the baseline is how a
      *          change that breaks a downstream step shows itself,
      *          and ends the comparison RC-FILE-ERROR; any other
      *          difference ends it RC-WARNING. testcomp.prt is the
      *          report, in stream order.
      *
      *          TEST-BASELINE=SAVE writes this run as the new
      *          baseline after the comparison - done once a change
      *          has been reviewed and its differences accepted. With
      *          no baseline on file every step prints as new and the
      *          run ends RC-WARNING.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEST-RUN-LOG ASSIGN TO "runlog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TEST-RUN-LOG-STATUS.

           SELECT TEST-STATISTICS-FILE ASSIGN TO "stepstat.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TEST-STATISTICS-STATUS.

           SELECT TEST-BASELINE-FILE ASSIGN TO "testbase.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TEST-BASELINE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "testcomp.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  TEST-RUN-LOG.
       01  TEST-LOG-RECORD.
           05  TL-PROGRAM-NAME     PIC X(20).
           05  TL-EVENT            PIC X(5).
           05  TL-EVENT-DATE       PIC 9(8).
           05  TL-EVENT-TIME       PIC 9(8).
           05  TL-RETURN-CODE      PIC S9(4).
           05  TL-OPERATOR-ID      PIC X(10).

       FD  TEST-STATISTICS-FILE.
       01  TEST-STATISTICS-RECORD.
           05  TS-PROGRAM-NAME     PIC X(20).
           05  TS-BUSINESS-DATE    PIC 9(8).
           05  TS-RECORDS-READ     PIC 9(6).
           05  TS-RECORDS-WRITTEN  PIC 9(6).
           05  TS-RECORDS-REJECTED PIC 9(6).

      *    One record per program of the saved run.
       FD  TEST-BASELINE-FILE.
       01  TEST-BASELINE-RECORD.
           05  TB-PROGRAM-NAME     PIC X(20).
           05  TB-BUSINESS-DATE    PIC 9(8).
           05  TB-RUN-COUNT        PIC 9(3).
           05  TB-RETURN-CODE      PIC 9(4).
           05  TB-RECORDS-READ     PIC 9(7).
           05  TB-RECORDS-WRITTEN  PIC 9(7).
           05  TB-RECORDS-REJECTED PIC 9(7).

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  TEST-RUN-LOG-STATUS     PIC XX.
       01  TEST-STATISTICS-STATUS  PIC XX.
       01  TEST-BASELINE-STATUS    PIC XX.

       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-THIS-FILE                VALUE "Y".
       01  WS-BASELINE-SWITCH      PIC X       VALUE "N".
           88  BASELINE-FOUND                  VALUE "Y".
       01  WS-SAVE-OPTION          PIC X(4).
           88  SAVE-NEW-BASELINE               VALUE "SAVE".

       01  WS-TEST-DATE            PIC 9(8)    VALUE 0.
       01  WS-BASELINE-DATE        PIC 9(8)    VALUE 0.
       01  WS-LOOKUP-NAME          PIC X(20).
       01  WS-RETURN-CODE          PIC 9(4).

      *    One entry per program, in the order the test run first
      *    logged it; programs only the baseline ran follow.
       01  WS-PROGRAM-COUNT        PIC 9(3)    VALUE 0.
       01  WS-PROGRAM-MAXIMUM      PIC 9(3)    VALUE 200.
       01  WS-PROGRAM-SUB          PIC 9(3).
       01  WS-PROGRAM-TABLE.
           05  WS-PROGRAM-ENTRY    OCCURS 200 TIMES
                                   INDEXED BY PGM-IDX.
               10  WS-PGM-NAME     PIC X(20).
               10  WS-PGM-IN-TEST  PIC X.
               10  WS-PGM-IN-BASE  PIC X.
               10  WS-TEST-RUNS    PIC 9(3).
               10  WS-TEST-RC      PIC 9(4).
               10  WS-TEST-READ    PIC 9(7).
               10  WS-TEST-WRITTEN PIC 9(7).
               10  WS-TEST-REJECTED PIC 9(7).
               10  WS-BASE-RUNS    PIC 9(3).
               10  WS-BASE-RC      PIC 9(4).
               10  WS-BASE-READ    PIC 9(7).
               10  WS-BASE-WRITTEN PIC 9(7).
               10  WS-BASE-REJECTED PIC 9(7).

       01  WS-STEPS-SAME           PIC 9(3)    VALUE 0.
       01  WS-STEPS-BROKEN         PIC 9(3)    VALUE 0.
       01  WS-STEPS-CHANGED        PIC 9(3)    VALUE 0.

       01  WS-EDITED-RUNS          PIC ZZ9.
       01  WS-EDITED-RC            PIC ZZZ9.
       01  WS-EDITED-COUNT         PIC ZZZZZZ9.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  COMP-SETTING-LINE.
           05  FILLER              PIC X(23) VALUE
               "TEST RUN BUSINESS DATE ".
           05  SET-TEST-DATE       PIC 9(8).
           05  FILLER              PIC X(27) VALUE
               "   BASELINE BUSINESS DATE ".
           05  SET-BASELINE-DATE   PIC X(8).
           05  FILLER              PIC X(66) VALUE SPACES.

       01  COMP-COLUMN-HEADINGS.
           05  FILLER              PIC X(21) VALUE "PROGRAM".
           05  FILLER              PIC X(10) VALUE "RUNS B/T".
           05  FILLER              PIC X(12) VALUE "RC  BASE/TST".
           05  FILLER              PIC X(18) VALUE "   READ BASE/TEST".
           05  FILLER              PIC X(18) VALUE "WRITTEN BASE/TEST".
           05  FILLER              PIC X(18) VALUE "REJECTD BASE/TEST".
           05  FILLER              PIC X(35) VALUE "RESULT".

       01  COMP-DETAIL-LINE.
           05  DTL-PROGRAM         PIC X(20).
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-RUNS            PIC X(9).
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-RC              PIC X(11).
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-READ            PIC X(15).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-WRITTEN         PIC X(15).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-REJECTED        PIC X(15).
           05  FILLER              PIC X     VALUE SPACE.
           05  DTL-RESULT          PIC X(35).

       01  COMP-SUMMARY-LINE.
           05  FILLER              PIC X(12) VALUE "STEPS SAME: ".
           05  SUM-STEPS-SAME      PIC ZZ9.
           05  FILLER              PIC X(11) VALUE "   BROKEN: ".
           05  SUM-STEPS-BROKEN    PIC ZZ9.
           05  FILLER              PIC X(12) VALUE "   CHANGED: ".
           05  SUM-STEPS-CHANGED   PIC ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  SUM-BASELINE-NOTE   PIC X(40).
           05  FILLER              PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE SPACES TO WS-SAVE-OPTION.
           ACCEPT WS-SAVE-OPTION FROM ENVIRONMENT "TEST-BASELINE".
           INITIALIZE WS-PROGRAM-TABLE.
           PERFORM LOAD-TEST-RUN-LOG.
           PERFORM LOAD-TEST-STATISTICS.
           PERFORM LOAD-BASELINE.
           MOVE "TESTCOMP" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           OPEN OUTPUT PRINT-FILE.
           MOVE "TESTCOMP" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-SETTING-LINES.
           PERFORM COMPARE-ONE-PROGRAM
               VARYING WS-PROGRAM-SUB FROM 1 BY 1
               UNTIL WS-PROGRAM-SUB > WS-PROGRAM-COUNT.
           IF SAVE-NEW-BASELINE
               PERFORM SAVE-BASELINE
               MOVE "BASELINE SAVED FROM THIS RUN"
                   TO SUM-BASELINE-NOTE
           ELSE
               IF NOT BASELINE-FOUND
                   MOVE "NO BASELINE ON FILE - RUN WITH SAVE"
                       TO SUM-BASELINE-NOTE
               ELSE
                   MOVE SPACES TO SUM-BASELINE-NOTE
               END-IF
           END-IF.
           PERFORM PRINT-SUMMARY-LINE.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           DISPLAY "TEST COMPARISON - " WS-STEPS-SAME " SAME, "
               WS-STEPS-BROKEN " BROKEN, " WS-STEPS-CHANGED
               " CHANGED".
           EVALUATE TRUE
               WHEN WS-STEPS-BROKEN > 0
                   MOVE RC-FILE-ERROR TO RETURN-CODE
               WHEN WS-STEPS-CHANGED > 0 OR NOT BASELINE-FOUND
                   MOVE RC-WARNING TO RETURN-CODE
               WHEN OTHER
                   MOVE RC-NORMAL TO RETURN-CODE
           END-EVALUATE.
           PERFORM LOG-RUN-END.
           STOP RUN.

      *----------------------------------------------------------------
      * The test run: every END on its run log, and its statistics.
      *----------------------------------------------------------------
       LOAD-TEST-RUN-LOG.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT TEST-RUN-LOG.
           IF TEST-RUN-LOG-STATUS = "00"
               PERFORM READ-TEST-RUN-LOG
               PERFORM TAKE-TEST-LOG-ENTRY
                   UNTIL END-OF-THIS-FILE
               CLOSE TEST-RUN-LOG
           ELSE
               DISPLAY "TESTCOMP - NO TEST RUN LOG, STATUS "
                   TEST-RUN-LOG-STATUS
           END-IF.

       READ-TEST-RUN-LOG.
           READ TEST-RUN-LOG
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       TAKE-TEST-LOG-ENTRY.
      *    A program that ran twice keeps its worst return code. The
      *    comparison's own runs are not part of the stream.
           IF TL-EVENT = "END" AND TL-PROGRAM-NAME NOT = "TESTCOMP"
               MOVE TL-PROGRAM-NAME TO WS-LOOKUP-NAME
               PERFORM FIND-PROGRAM-ENTRY
               IF WS-PROGRAM-SUB > 0
                   MOVE "Y" TO WS-PGM-IN-TEST (WS-PROGRAM-SUB)
                   ADD 1 TO WS-TEST-RUNS (WS-PROGRAM-SUB)
                   MOVE TL-RETURN-CODE TO WS-RETURN-CODE
                   IF WS-RETURN-CODE > WS-TEST-RC (WS-PROGRAM-SUB)
                       MOVE WS-RETURN-CODE
                           TO WS-TEST-RC (WS-PROGRAM-SUB)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-TEST-RUN-LOG.

       LOAD-TEST-STATISTICS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT TEST-STATISTICS-FILE.
           IF TEST-STATISTICS-STATUS = "00"
               PERFORM READ-TEST-STATISTICS
               PERFORM TAKE-TEST-STATISTICS
                   UNTIL END-OF-THIS-FILE
               CLOSE TEST-STATISTICS-FILE
           END-IF.

       READ-TEST-STATISTICS.
           READ TEST-STATISTICS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       TAKE-TEST-STATISTICS.
           IF WS-TEST-DATE = 0
               MOVE TS-BUSINESS-DATE TO WS-TEST-DATE
           END-IF.
           MOVE TS-PROGRAM-NAME TO WS-LOOKUP-NAME.
           PERFORM FIND-PROGRAM-ENTRY.
           IF WS-PROGRAM-SUB > 0
               MOVE "Y" TO WS-PGM-IN-TEST (WS-PROGRAM-SUB)
               ADD TS-RECORDS-READ TO WS-TEST-READ (WS-PROGRAM-SUB)
               ADD TS-RECORDS-WRITTEN
                   TO WS-TEST-WRITTEN (WS-PROGRAM-SUB)
               ADD TS-RECORDS-REJECTED
                   TO WS-TEST-REJECTED (WS-PROGRAM-SUB)
           END-IF.
           PERFORM READ-TEST-STATISTICS.

      *----------------------------------------------------------------
      * The saved baseline run.
      *----------------------------------------------------------------
       LOAD-BASELINE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT TEST-BASELINE-FILE.
           IF TEST-BASELINE-STATUS = "00"
               MOVE "Y" TO WS-BASELINE-SWITCH
               PERFORM READ-BASELINE
               PERFORM TAKE-BASELINE-ENTRY
                   UNTIL END-OF-THIS-FILE
               CLOSE TEST-BASELINE-FILE
           END-IF.

       READ-BASELINE.
           READ TEST-BASELINE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       TAKE-BASELINE-ENTRY.
           MOVE TB-BUSINESS-DATE TO WS-BASELINE-DATE.
           MOVE TB-PROGRAM-NAME TO WS-LOOKUP-NAME.
           PERFORM FIND-PROGRAM-ENTRY.
           IF WS-PROGRAM-SUB > 0
               MOVE "Y" TO WS-PGM-IN-BASE (WS-PROGRAM-SUB)
               MOVE TB-RUN-COUNT TO WS-BASE-RUNS (WS-PROGRAM-SUB)
               MOVE TB-RETURN-CODE TO WS-BASE-RC (WS-PROGRAM-SUB)
               MOVE TB-RECORDS-READ TO WS-BASE-READ (WS-PROGRAM-SUB)
               MOVE TB-RECORDS-WRITTEN
                   TO WS-BASE-WRITTEN (WS-PROGRAM-SUB)
               MOVE TB-RECORDS-REJECTED
                   TO WS-BASE-REJECTED (WS-PROGRAM-SUB)
           END-IF.
           PERFORM READ-BASELINE.

       FIND-PROGRAM-ENTRY.
      *    WS-LOOKUP-NAME in; its entry (added if new) in
      *    WS-PROGRAM-SUB, zero when the table is full.
           MOVE 0 TO WS-PROGRAM-SUB.
           SET PGM-IDX TO 1.
           SEARCH WS-PROGRAM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PGM-NAME (PGM-IDX) = WS-LOOKUP-NAME
                   SET WS-PROGRAM-SUB TO PGM-IDX
           END-SEARCH.
           IF WS-PROGRAM-SUB = 0
               IF WS-PROGRAM-COUNT < WS-PROGRAM-MAXIMUM
                   ADD 1 TO WS-PROGRAM-COUNT
                   MOVE WS-PROGRAM-COUNT TO WS-PROGRAM-SUB
                   MOVE WS-LOOKUP-NAME TO WS-PGM-NAME (WS-PROGRAM-SUB)
                   MOVE "N" TO WS-PGM-IN-TEST (WS-PROGRAM-SUB)
                   MOVE "N" TO WS-PGM-IN-BASE (WS-PROGRAM-SUB)
               ELSE
                   DISPLAY "TESTCOMP - PROGRAM TABLE FULL, "
                       WS-LOOKUP-NAME " NOT COMPARED"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * One report line per program.
      *----------------------------------------------------------------
       COMPARE-ONE-PROGRAM.
           MOVE SPACES TO COMP-DETAIL-LINE.
           MOVE WS-PGM-NAME (WS-PROGRAM-SUB) TO DTL-PROGRAM.
           PERFORM FORMAT-COMPARED-COUNTS.
           EVALUATE TRUE
               WHEN WS-PGM-IN-BASE (WS-PROGRAM-SUB) = "N"
                   MOVE "NEW - NOT IN BASELINE" TO DTL-RESULT
                   ADD 1 TO WS-STEPS-CHANGED
               WHEN WS-PGM-IN-TEST (WS-PROGRAM-SUB) = "N"
                   MOVE "*** NOT RUN IN TEST" TO DTL-RESULT
                   ADD 1 TO WS-STEPS-BROKEN
               WHEN WS-TEST-RC (WS-PROGRAM-SUB)
                        > WS-BASE-RC (WS-PROGRAM-SUB)
                   MOVE "*** RETURN CODE WORSE" TO DTL-RESULT
                   ADD 1 TO WS-STEPS-BROKEN
               WHEN WS-TEST-RC (WS-PROGRAM-SUB)
                        < WS-BASE-RC (WS-PROGRAM-SUB)
                   MOVE "RETURN CODE BETTER" TO DTL-RESULT
                   ADD 1 TO WS-STEPS-CHANGED
               WHEN WS-TEST-READ (WS-PROGRAM-SUB)
                        NOT = WS-BASE-READ (WS-PROGRAM-SUB)
                 OR WS-TEST-WRITTEN (WS-PROGRAM-SUB)
                        NOT = WS-BASE-WRITTEN (WS-PROGRAM-SUB)
                 OR WS-TEST-REJECTED (WS-PROGRAM-SUB)
                        NOT = WS-BASE-REJECTED (WS-PROGRAM-SUB)
                   MOVE "STATISTICS CHANGED" TO DTL-RESULT
                   ADD 1 TO WS-STEPS-CHANGED
               WHEN WS-TEST-RUNS (WS-PROGRAM-SUB)
                        NOT = WS-BASE-RUNS (WS-PROGRAM-SUB)
                   MOVE "RUN COUNT CHANGED" TO DTL-RESULT
                   ADD 1 TO WS-STEPS-CHANGED
               WHEN OTHER
                   MOVE "SAME" TO DTL-RESULT
                   ADD 1 TO WS-STEPS-SAME
           END-EVALUATE.
           MOVE " " TO PRINT-CC.
           MOVE COMP-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       FORMAT-COMPARED-COUNTS.
      *    Each column is baseline/test; a side that did not run is
      *    left blank.
           IF WS-PGM-IN-BASE (WS-PROGRAM-SUB) = "Y"
               MOVE WS-BASE-RUNS (WS-PROGRAM-SUB) TO WS-EDITED-RUNS
               MOVE WS-EDITED-RUNS TO DTL-RUNS (1:3)
               MOVE WS-BASE-RC (WS-PROGRAM-SUB) TO WS-EDITED-RC
               MOVE WS-EDITED-RC TO DTL-RC (2:4)
               MOVE WS-BASE-READ (WS-PROGRAM-SUB) TO WS-EDITED-COUNT
               MOVE WS-EDITED-COUNT TO DTL-READ (1:7)
               MOVE WS-BASE-WRITTEN (WS-PROGRAM-SUB)
                   TO WS-EDITED-COUNT
               MOVE WS-EDITED-COUNT TO DTL-WRITTEN (1:7)
               MOVE WS-BASE-REJECTED (WS-PROGRAM-SUB)
                   TO WS-EDITED-COUNT
               MOVE WS-EDITED-COUNT TO DTL-REJECTED (1:7)
           END-IF.
           MOVE "/" TO DTL-RUNS (4:1) DTL-RC (6:1) DTL-READ (8:1)
                       DTL-WRITTEN (8:1) DTL-REJECTED (8:1).
           IF WS-PGM-IN-TEST (WS-PROGRAM-SUB) = "Y"
               MOVE WS-TEST-RUNS (WS-PROGRAM-SUB) TO WS-EDITED-RUNS
               MOVE WS-EDITED-RUNS TO DTL-RUNS (5:3)
               MOVE WS-TEST-RC (WS-PROGRAM-SUB) TO WS-EDITED-RC
               MOVE WS-EDITED-RC TO DTL-RC (7:4)
               MOVE WS-TEST-READ (WS-PROGRAM-SUB) TO WS-EDITED-COUNT
               MOVE WS-EDITED-COUNT TO DTL-READ (9:7)
               MOVE WS-TEST-WRITTEN (WS-PROGRAM-SUB)
                   TO WS-EDITED-COUNT
               MOVE WS-EDITED-COUNT TO DTL-WRITTEN (9:7)
               MOVE WS-TEST-REJECTED (WS-PROGRAM-SUB)
                   TO WS-EDITED-COUNT
               MOVE WS-EDITED-COUNT TO DTL-REJECTED (9:7)
           END-IF.

       SAVE-BASELINE.
           OPEN OUTPUT TEST-BASELINE-FILE.
           PERFORM SAVE-ONE-BASELINE-ENTRY
               VARYING WS-PROGRAM-SUB FROM 1 BY 1
               UNTIL WS-PROGRAM-SUB > WS-PROGRAM-COUNT.
           CLOSE TEST-BASELINE-FILE.

       SAVE-ONE-BASELINE-ENTRY.
           IF WS-PGM-IN-TEST (WS-PROGRAM-SUB) = "Y"
               MOVE WS-PGM-NAME (WS-PROGRAM-SUB) TO TB-PROGRAM-NAME
               MOVE WS-TEST-DATE TO TB-BUSINESS-DATE
               MOVE WS-TEST-RUNS (WS-PROGRAM-SUB) TO TB-RUN-COUNT
               MOVE WS-TEST-RC (WS-PROGRAM-SUB) TO TB-RETURN-CODE
               MOVE WS-TEST-READ (WS-PROGRAM-SUB) TO TB-RECORDS-READ
               MOVE WS-TEST-WRITTEN (WS-PROGRAM-SUB)
                   TO TB-RECORDS-WRITTEN
               MOVE WS-TEST-REJECTED (WS-PROGRAM-SUB)
                   TO TB-RECORDS-REJECTED
               WRITE TEST-BASELINE-RECORD
           END-IF.

       PRINT-SETTING-LINES.
           MOVE WS-TEST-DATE TO SET-TEST-DATE.
           IF BASELINE-FOUND
               MOVE WS-BASELINE-DATE TO SET-BASELINE-DATE
           ELSE
               MOVE "NONE" TO SET-BASELINE-DATE
           END-IF.
           MOVE " " TO PRINT-CC.
           MOVE COMP-SETTING-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE COMP-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-SUMMARY-LINE.
           MOVE WS-STEPS-SAME    TO SUM-STEPS-SAME.
           MOVE WS-STEPS-BROKEN  TO SUM-STEPS-BROKEN.
           MOVE WS-STEPS-CHANGED TO SUM-STEPS-CHANGED.
           MOVE " " TO PRINT-CC.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE COMP-SUMMARY-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
