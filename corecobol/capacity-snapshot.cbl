       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPSNAP.
      ******************************************************************
      * Purpose: Nightly capacity snapshot. FILEREORG shows the size
      *          of two files once a month; this step records every
      *          data, log and spool file the stream keeps, every
      *          night, on the capacity history (caphist.dat) that
      *          CAPTREND reads for its weekly growth report.
      *
      *          Listing a directory is a shell job, so the stream
      *          hands the step tonight's file names as fixed 40-byte
      *          records on capfiles.dat, and the space left on the
      *          data volume (in KB) as CAPACITY-FREE-KB. Each file's
      *          size comes from the runtime; its record count from
      *          tonight's backup manifest when it is a backup set
      *          member (an indexed master's size says little about
      *          its records), from its fixed record length when the
      *          step knows it, and is left zero otherwise. A file
      *          whose last name part is a date or a month - a
      *          spool copy, a dated backup, a monthly archive - is
      *          counted into one entry for its family, <prefix>.*,
      *          so the history follows the family's growth rather
      *          than one new name a night.
      *
      *          Writes one file entry per file or family, one all-
      *          files total entry, and one free-space entry, all
      *          dated with the business date. A missing file list
      *          or a history that will not open ends the step
      *          RC-FILE-ERROR; a missing free-space figure is noted
      *          and the snapshot is written without it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPACITY-FILE-LIST ASSIGN TO "capfiles.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CAPACITY-LIST-STATUS.

           COPY CAPHSEL.
           COPY BSETSEL.
           COPY ALERTSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPACITY-FILE-LIST.
       01  CAPACITY-LIST-RECORD.
           05  CFL-FILE-NAME       PIC X(40).

       FD  CAPACITY-HISTORY-FILE.
           COPY CAPHREC.

           COPY BSETFD.
           COPY ALERTFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  CAPACITY-LIST-STATUS    PIC XX.
       01  CAPACITY-HISTORY-STATUS PIC XX.

       01  WS-LIST-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-FILE-LIST                VALUE "Y".

      *    Fixed record lengths of the sequential files and families
      *    that are not backup set members, by the name before the
      *    first dot. Print files and spool copies are all 133.
       01  WS-RECORD-LENGTH-VALUES.
           05  FILLER              PIC X(17) VALUE "runlog      00055".
           05  FILLER              PIC X(17) VALUE "jobabend    00126".
           05  FILLER              PIC X(17) VALUE "custchg     00356".
           05  FILLER              PIC X(17) VALUE "alerts      00103".
           05  FILLER              PIC X(17) VALUE "custacc     00056".
           05  FILLER              PIC X(17) VALUE "signon      00050".
           05  FILLER              PIC X(17) VALUE "credrls     00090".
           05  FILLER              PIC X(17) VALUE "tcappr      00049".
           05  FILLER              PIC X(17) VALUE "ordchg      00086".
           05  FILLER              PIC X(17) VALUE "stkadj      00074".
           05  FILLER              PIC X(17) VALUE "dmggoods    00083".
           05  FILLER              PIC X(17) VALUE "dispute     00070".
           05  FILLER              PIC X(17) VALUE "alrtesc     00102".
           05  FILLER              PIC X(17) VALUE "adjhist     00041".
           05  FILLER              PIC X(17) VALUE "stathist    00032".
           05  FILLER              PIC X(17) VALUE "custtxn     00062".
           05  FILLER              PIC X(17) VALUE "recvlog     00049".
           05  FILLER              PIC X(17) VALUE "prcusage    00048".
           05  FILLER              PIC X(17) VALUE "rtnindex    00070".
           05  FILLER              PIC X(17) VALUE "rptindex    00042".
           05  FILLER              PIC X(17) VALUE "caphist     00080".
           05  FILLER              PIC X(17) VALUE "ordproc     00076".
           05  FILLER              PIC X(17) VALUE "lbproc      00107".
           05  FILLER              PIC X(17) VALUE "naproc      00146".
           05  FILLER              PIC X(17) VALUE "openitem    00105".
           05  FILLER              PIC X(17) VALUE "customer    00160".
           05  FILLER              PIC X(17) VALUE "bkupset     00337".
           05  FILLER              PIC X(17) VALUE "bkupmfst    00045".
           05  FILLER              PIC X(17) VALUE "spool       00133".
           05  FILLER              PIC X(17) VALUE "bundle      00133".
       01  WS-RECORD-LENGTH-TABLE REDEFINES WS-RECORD-LENGTH-VALUES.
           05  WS-RECORD-LENGTH-ENTRY OCCURS 30 TIMES
                                   INDEXED BY RLN-IDX.
               10  WS-RLN-STEM     PIC X(12).
               10  WS-RLN-LENGTH   PIC 9(5).
       01  WS-PRINT-RECORD-LENGTH  PIC 9(5)    VALUE 133.

      *    One entry per file or family written tonight.
       01  WS-ENTRY-COUNT          PIC 9(4)    VALUE 0.
       01  WS-ENTRY-MAXIMUM        PIC 9(4)    VALUE 500.
       01  WS-CAPACITY-TABLE.
           05  WS-CAPACITY-ENTRY   OCCURS 500 TIMES
                                   INDEXED BY CAP-IDX.
               10  WS-CAP-NAME     PIC X(40).
               10  WS-CAP-FILES    PIC 9(5).
               10  WS-CAP-BYTES    PIC 9(15).
               10  WS-CAP-RECORDS  PIC 9(11).
       01  WS-ENTRY-SUB            PIC 9(4).

       01  WS-LIST-NAME            PIC X(40).
       01  WS-LIST-NAME-CHARS REDEFINES WS-LIST-NAME.
           05  WS-LIST-NAME-CHAR   PIC X       OCCURS 40 TIMES.
       01  WS-NAME-LENGTH          PIC 99.
       01  WS-DOT-POSITION         PIC 99.
       01  WS-LAST-PART-LENGTH     PIC 99.
       01  WS-LAST-PART            PIC X(40).
       01  WS-ENTRY-NAME           PIC X(40).
       01  WS-NAME-STEM            PIC X(12).
       01  WS-RECORD-LENGTH        PIC 9(5).
       01  WS-FILE-RECORDS         PIC 9(11).

       01  WS-CHECK-FILE-NAME      PIC X(40).
       01  WS-FILE-INFO.
           05  WS-FILE-SIZE-BYTES  PIC 9(18)   COMP.
           05  FILLER              PIC X(8).

       01  WS-FREE-KB-TEXT         PIC X(15).
       01  WS-FREE-KB-LENGTH       PIC 99.
       01  WS-FREE-KB              PIC 9(12).
       01  WS-FREE-SWITCH          PIC X       VALUE "N".
           88  FREE-SPACE-KNOWN                VALUE "Y".

       01  WS-FILES-LISTED         PIC 9(5)    VALUE 0.
       01  WS-TOTAL-BYTES          PIC 9(15)   VALUE 0.
       01  WS-TOTAL-RECORDS        PIC 9(11)   VALUE 0.
       01  WS-ALL-FILES-NAME       PIC X(40)   VALUE "ALL FILES".
       01  WS-FREE-SPACE-NAME      PIC X(40)
                                   VALUE "FREE SPACE ON DATA VOLUME".

           COPY BSETWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY ALERTWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "CAPSNAP" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-MANIFEST-DATE.
           INITIALIZE MEMBER-TOTALS-TABLE.
           PERFORM LOAD-BACKUP-MANIFEST.
           IF NOT BSET-MANIFEST-FOUND
               DISPLAY "CAPSNAP - NO BACKUP MANIFEST "
                   WS-BACKUP-MANIFEST-NAME
                   ", MASTER RECORD COUNTS NOT TAKEN"
           END-IF.
           PERFORM GET-FREE-SPACE.
           INITIALIZE WS-CAPACITY-TABLE.
           OPEN INPUT CAPACITY-FILE-LIST.
           IF CAPACITY-LIST-STATUS NOT = "00"
               DISPLAY "*** CAPACITY FILE LIST NOT AVAILABLE - STATUS "
                   CAPACITY-LIST-STATUS
               MOVE "CAPACITY SNAPSHOT NOT TAKEN - NO FILE LIST"
                   TO OA-MESSAGE-TEXT
               PERFORM RAISE-SNAPSHOT-ALERT
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM READ-FILE-LIST.
           PERFORM MEASURE-ONE-FILE
               UNTIL END-OF-FILE-LIST.
           CLOSE CAPACITY-FILE-LIST.
           OPEN EXTEND CAPACITY-HISTORY-FILE.
           IF CAPACITY-HISTORY-STATUS = "35"
               OPEN OUTPUT CAPACITY-HISTORY-FILE
           END-IF.
           IF CAPACITY-HISTORY-STATUS NOT = "00"
               DISPLAY "*** CAPACITY HISTORY WILL NOT OPEN - STATUS "
                   CAPACITY-HISTORY-STATUS
               MOVE "CAPACITY SNAPSHOT NOT WRITTEN - HISTORY FILE"
                   TO OA-MESSAGE-TEXT
               PERFORM RAISE-SNAPSHOT-ALERT
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM WRITE-ONE-FILE-ENTRY
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.
           PERFORM WRITE-TOTAL-ENTRIES.
           CLOSE CAPACITY-HISTORY-FILE.
           DISPLAY "CAPACITY SNAPSHOT " WS-BUSINESS-DATE " - "
               WS-FILES-LISTED " FILES IN " WS-ENTRY-COUNT
               " ENTRIES, " WS-TOTAL-BYTES " BYTES".
           IF FREE-SPACE-KNOWN
               DISPLAY "    FREE ON DATA VOLUME: " WS-FREE-KB " KB"
           ELSE
               DISPLAY "    FREE SPACE NOT GIVEN (CAPACITY-FREE-KB)"
                   " - NO FREE-SPACE ENTRY WRITTEN"
           END-IF.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       GET-FREE-SPACE.
      *    CAPACITY-FREE-KB is the free KB figure as the shell got
      *    it - digits, left-justified.
           MOVE SPACES TO WS-FREE-KB-TEXT.
           ACCEPT WS-FREE-KB-TEXT FROM ENVIRONMENT "CAPACITY-FREE-KB".
           MOVE 0 TO WS-FREE-KB-LENGTH.
           INSPECT WS-FREE-KB-TEXT TALLYING WS-FREE-KB-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-FREE-KB-LENGTH > 0 AND WS-FREE-KB-LENGTH < 13
               IF WS-FREE-KB-TEXT (1:WS-FREE-KB-LENGTH) IS NUMERIC
                   MOVE WS-FREE-KB-TEXT (1:WS-FREE-KB-LENGTH)
                       TO WS-FREE-KB
                   MOVE "Y" TO WS-FREE-SWITCH
               END-IF
           END-IF.

       READ-FILE-LIST.
           READ CAPACITY-FILE-LIST
               AT END
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-READ.

       MEASURE-ONE-FILE.
           IF CFL-FILE-NAME NOT = SPACES
               MOVE CFL-FILE-NAME TO WS-LIST-NAME
               PERFORM MEASURE-LISTED-FILE
           END-IF.
           PERFORM READ-FILE-LIST.

       MEASURE-LISTED-FILE.
           ADD 1 TO WS-FILES-LISTED.
           MOVE WS-LIST-NAME TO WS-CHECK-FILE-NAME.
           PERFORM GET-FILE-SIZE.
           PERFORM FIND-ENTRY-NAME.
           PERFORM COUNT-FILE-RECORDS THRU COUNT-FILE-RECORDS-EXIT.
           SET CAP-IDX TO 1.
           SEARCH WS-CAPACITY-ENTRY
               AT END
                   PERFORM ADD-CAPACITY-ENTRY
               WHEN WS-CAP-NAME (CAP-IDX) = WS-ENTRY-NAME
                   ADD 1 TO WS-CAP-FILES (CAP-IDX)
                   ADD WS-FILE-SIZE-BYTES TO WS-CAP-BYTES (CAP-IDX)
                   ADD WS-FILE-RECORDS TO WS-CAP-RECORDS (CAP-IDX)
           END-SEARCH.
           ADD WS-FILE-SIZE-BYTES TO WS-TOTAL-BYTES.
           ADD WS-FILE-RECORDS TO WS-TOTAL-RECORDS.

       ADD-CAPACITY-ENTRY.
           IF WS-ENTRY-COUNT < WS-ENTRY-MAXIMUM
               ADD 1 TO WS-ENTRY-COUNT
               MOVE WS-ENTRY-NAME TO WS-CAP-NAME (WS-ENTRY-COUNT)
               MOVE 1 TO WS-CAP-FILES (WS-ENTRY-COUNT)
               MOVE WS-FILE-SIZE-BYTES TO WS-CAP-BYTES (WS-ENTRY-COUNT)
               MOVE WS-FILE-RECORDS TO WS-CAP-RECORDS (WS-ENTRY-COUNT)
           ELSE
               DISPLAY "CAPSNAP - ENTRY TABLE FULL, " WS-ENTRY-NAME
                   " COUNTED IN THE TOTAL ONLY"
           END-IF.

       GET-FILE-SIZE.
      *    WS-CHECK-FILE-NAME in, size (bytes) in WS-FILE-SIZE-BYTES;
      *    zero when the runtime cannot say.
           MOVE 0 TO WS-FILE-SIZE-BYTES.
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-CHECK-FILE-NAME WS-FILE-INFO
           END-CALL.
           IF RETURN-CODE NOT = 0
               MOVE 0 TO WS-FILE-SIZE-BYTES
               MOVE 0 TO RETURN-CODE
           END-IF.

       FIND-ENTRY-NAME.
      *    A name whose last part is all digits, six (a month) or
      *    eight (a date) long, is entered under <prefix>.* instead.
           MOVE 40 TO WS-NAME-LENGTH.
           PERFORM STEP-BACK-NAME-END
               UNTIL WS-LIST-NAME-CHAR (WS-NAME-LENGTH) NOT = SPACE.
           MOVE WS-NAME-LENGTH TO WS-DOT-POSITION.
           PERFORM STEP-BACK-TO-DOT
               UNTIL WS-DOT-POSITION = 1
                  OR WS-LIST-NAME-CHAR (WS-DOT-POSITION) = ".".
           MOVE WS-LIST-NAME TO WS-ENTRY-NAME.
           MOVE SPACES TO WS-LAST-PART.
           COMPUTE WS-LAST-PART-LENGTH =
               WS-NAME-LENGTH - WS-DOT-POSITION.
           IF WS-DOT-POSITION > 1 AND WS-LAST-PART-LENGTH > 0
               MOVE WS-LIST-NAME (WS-DOT-POSITION + 1:
                                  WS-LAST-PART-LENGTH)
                   TO WS-LAST-PART
               IF (WS-LAST-PART-LENGTH = 6 OR WS-LAST-PART-LENGTH = 8)
                  AND WS-LAST-PART (1:WS-LAST-PART-LENGTH) IS NUMERIC
                   MOVE SPACES TO WS-ENTRY-NAME
                   MOVE WS-LIST-NAME (1:WS-DOT-POSITION)
                       TO WS-ENTRY-NAME
                   MOVE "*" TO WS-ENTRY-NAME (WS-DOT-POSITION + 1:1)
               END-IF
           END-IF.

       STEP-BACK-NAME-END.
           SUBTRACT 1 FROM WS-NAME-LENGTH.

       STEP-BACK-TO-DOT.
           SUBTRACT 1 FROM WS-DOT-POSITION.

       COUNT-FILE-RECORDS.
      *    Manifest count for a backup set member; otherwise the size
      *    over the record length, when the length is known.
           MOVE 0 TO WS-FILE-RECORDS.
           MOVE 0 TO WS-RECORD-LENGTH.
           IF WS-LIST-NAME (13:28) = SPACES
               SET MBT-IDX TO 1
               SEARCH MEMBER-ENTRY
                   AT END
                       CONTINUE
                   WHEN MBT-MEMBER-NAME (MBT-IDX) = WS-LIST-NAME (1:12)
                       SET BSET-TABLE-SUB TO MBT-IDX
                       IF MBT-MANIFEST-STATE (BSET-TABLE-SUB) = "Y"
                           MOVE MBT-MANIFEST-COUNT (BSET-TABLE-SUB)
                               TO WS-FILE-RECORDS
                           GO TO COUNT-FILE-RECORDS-EXIT
                       END-IF
               END-SEARCH
           END-IF.
           IF WS-LAST-PART = "prt"
               MOVE WS-PRINT-RECORD-LENGTH TO WS-RECORD-LENGTH
           ELSE
               MOVE SPACES TO WS-NAME-STEM
               UNSTRING WS-LIST-NAME DELIMITED BY "."
                   INTO WS-NAME-STEM
               END-UNSTRING
               SET RLN-IDX TO 1
               SEARCH WS-RECORD-LENGTH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RLN-STEM (RLN-IDX) = WS-NAME-STEM
                       MOVE WS-RLN-LENGTH (RLN-IDX) TO WS-RECORD-LENGTH
               END-SEARCH
           END-IF.
           IF WS-RECORD-LENGTH > 0
               DIVIDE WS-FILE-SIZE-BYTES BY WS-RECORD-LENGTH
                   GIVING WS-FILE-RECORDS
           END-IF.

       COUNT-FILE-RECORDS-EXIT.
           EXIT.

       WRITE-ONE-FILE-ENTRY.
           MOVE SPACES TO CAPACITY-HISTORY-RECORD.
           MOVE WS-BUSINESS-DATE TO CH-SNAP-DATE.
           MOVE "F" TO CH-ENTRY-TYPE.
           MOVE WS-CAP-NAME (WS-ENTRY-SUB) TO CH-FILE-NAME.
           MOVE WS-CAP-FILES (WS-ENTRY-SUB) TO CH-FILE-COUNT.
           MOVE WS-CAP-BYTES (WS-ENTRY-SUB) TO CH-FILE-BYTES.
           MOVE WS-CAP-RECORDS (WS-ENTRY-SUB) TO CH-RECORD-COUNT.
           WRITE CAPACITY-HISTORY-RECORD.

       WRITE-TOTAL-ENTRIES.
           MOVE SPACES TO CAPACITY-HISTORY-RECORD.
           MOVE WS-BUSINESS-DATE TO CH-SNAP-DATE.
           MOVE "T" TO CH-ENTRY-TYPE.
           MOVE WS-ALL-FILES-NAME TO CH-FILE-NAME.
           MOVE WS-FILES-LISTED TO CH-FILE-COUNT.
           MOVE WS-TOTAL-BYTES TO CH-FILE-BYTES.
           MOVE WS-TOTAL-RECORDS TO CH-RECORD-COUNT.
           WRITE CAPACITY-HISTORY-RECORD.
           IF FREE-SPACE-KNOWN
               MOVE SPACES TO CAPACITY-HISTORY-RECORD
               MOVE WS-BUSINESS-DATE TO CH-SNAP-DATE
               MOVE "S" TO CH-ENTRY-TYPE
               MOVE WS-FREE-SPACE-NAME TO CH-FILE-NAME
               MOVE 0 TO CH-FILE-COUNT
               COMPUTE CH-FILE-BYTES = WS-FREE-KB * 1024
               MOVE 0 TO CH-RECORD-COUNT
               WRITE CAPACITY-HISTORY-RECORD
           END-IF.

       TAKE-SET-MEMBER-RECORD.
           CONTINUE.

       SET-MEMBER-READ-COMPLETE.
           CONTINUE.

       RAISE-SNAPSHOT-ALERT.
           MOVE "WARN"    TO OA-SEVERITY.
           MOVE "CAPSNAP" TO OA-PROGRAM-NAME.
           PERFORM WRITE-OPERATOR-ALERT.

           COPY BSETPD.
           COPY RUNLOGPD.
           COPY ALERTPD.
