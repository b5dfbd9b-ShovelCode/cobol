       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCAPPLY.
      ******************************************************************
      * Purpose: Nightly application of future-dated item price
      *          changes. ITEMMNT files a price change ahead of time
      *          on prcchg.dat with the date it takes effect; this
      *          step puts every change due by tomorrow's business
      *          date onto the item master, so the new price is in
      *          force when the order desk opens on its effective
      *          date. Each change applied writes a price history
      *          entry (old price, new price, effective date, the
      *          operator who keyed it) and is removed from the
      *          pending file. Changes for several dates on one item
      *          apply in date order. A change for an item no longer
      *          on the master is listed and dropped with a warning
      *          return code. Changes still in the future wait.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ITEMSEL.
           COPY PCHGSEL.
           COPY PHSTSEL.

           SELECT PRINT-FILE ASSIGN TO "prcapply.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  PRICE-CHANGE-FILE.
           COPY PCHGREC.

       FD  PRICE-HISTORY-FILE.
           COPY PHSTREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  PRICE-CHANGE-STATUS     PIC XX.
       01  WS-CHANGE-EOF-SWITCH    PIC X       VALUE "N".
           88  END-OF-CHANGES                  VALUE "Y".
       01  WS-CUTOFF-DATE          PIC 9(8).
       01  WS-APPLIED-COUNT        PIC 9(7)    VALUE 0.
       01  WS-DROPPED-COUNT        PIC 9(7)    VALUE 0.
       01  WS-WAITING-COUNT        PIC 9(7)    VALUE 0.

           COPY PHSTWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  PRCAPPLY-DATE-LINE.
           05  FILLER              PIC X(42)
                   VALUE "PRICE CHANGES APPLIED - EFFECTIVE THROUGH ".
           05  DAT-CUTOFF-DATE     PIC 9(8).
           05  FILLER              PIC X(82) VALUE SPACES.

       01  PRCAPPLY-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "ITEM".
           05  FILLER              PIC X(32) VALUE "DESCRIPTION".
           05  FILLER              PIC X(10) VALUE "EFFECTIVE".
           05  FILLER              PIC X(14) VALUE "   OLD PRICE".
           05  FILLER              PIC X(14) VALUE "   NEW PRICE".
           05  FILLER              PIC X(12) VALUE "KEYED BY".
           05  FILLER              PIC X(38) VALUE SPACES.

       01  PRCAPPLY-DETAIL-LINE.
           05  DTL-ITEM-NUMBER     PIC X(12).
           05  DTL-DESCRIPTION     PIC X(32).
           05  DTL-EFFECTIVE-DATE  PIC X(10).
           05  DTL-OLD-PRICE       PIC Z(5)9.99-.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  DTL-NEW-PRICE       PIC Z(5)9.99-.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  DTL-OPERATOR-ID     PIC X(12).
           05  DTL-NOTE            PIC X(38).

       01  PRCAPPLY-TOTAL-LINE.
           05  FILLER              PIC X(17) VALUE "CHANGES APPLIED: ".
           05  TOT-APPLIED         PIC Z(6)9.
           05  FILLER              PIC X(12) VALUE "   DROPPED: ".
           05  TOT-DROPPED         PIC Z(6)9.
           05  FILLER              PIC X(20)
                   VALUE "   STILL PENDING: ".
           05  TOT-WAITING         PIC Z(6)9.
           05  FILLER              PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PRCAPPLY" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM GET-BUSINESS-DATE.
      *    Tonight's run readies tomorrow's prices - a change dated
      *    tomorrow (or earlier, if a night was missed) goes on now.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) + 1).
           OPEN OUTPUT PRINT-FILE.
           MOVE "PRCAPPLY" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           MOVE WS-CUTOFF-DATE TO DAT-CUTOFF-DATE.
           MOVE PRCAPPLY-DATE-LINE TO PRINT-TEXT.
           PERFORM PRINT-PRCAPPLY-HEADING-LINE.
           MOVE PRCAPPLY-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM PRINT-PRCAPPLY-HEADING-LINE.
      *    No pending file means no change has ever been keyed ahead
      *    - the report prints empty.
           OPEN I-O PRICE-CHANGE-FILE.
           IF PRICE-CHANGE-STATUS = "00"
               OPEN I-O ITEM-MASTER-FILE
               IF ITEM-MASTER-STATUS NOT = "00"
                   DISPLAY "PRCAPPLY - ITEM MASTER WILL NOT OPEN, "
                       "STATUS " ITEM-MASTER-STATUS
                   CLOSE PRICE-CHANGE-FILE
                   CLOSE PRINT-FILE
                   MOVE RC-FILE-ERROR TO RETURN-CODE
                   PERFORM LOG-RUN-END
                   STOP RUN
               END-IF
               PERFORM OPEN-PRICE-HISTORY-FILE
               PERFORM READ-PRICE-CHANGE
               PERFORM PROCESS-ONE-CHANGE
                   UNTIL END-OF-CHANGES
               CLOSE ITEM-MASTER-FILE
               CLOSE PRICE-HISTORY-FILE
               CLOSE PRICE-CHANGE-FILE
           END-IF.
           MOVE WS-APPLIED-COUNT TO TOT-APPLIED.
           MOVE WS-DROPPED-COUNT TO TOT-DROPPED.
           MOVE WS-WAITING-COUNT TO TOT-WAITING.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM PRINT-PRCAPPLY-HEADING-LINE.
           MOVE PRCAPPLY-TOTAL-LINE TO PRINT-TEXT.
           PERFORM PRINT-PRCAPPLY-HEADING-LINE.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           DISPLAY "PRICE CHANGES APPLIED - " WS-APPLIED-COUNT
               " APPLIED, " WS-DROPPED-COUNT " DROPPED, "
               WS-WAITING-COUNT " STILL PENDING".
           PERFORM LOG-RUN-END.
           STOP RUN.

       PRINT-PRCAPPLY-HEADING-LINE.
           MOVE " " TO PRINT-CC.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       READ-PRICE-CHANGE.
           READ PRICE-CHANGE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CHANGE-EOF-SWITCH
           END-READ.

       PROCESS-ONE-CHANGE.
           IF PC-EFFECTIVE-DATE > WS-CUTOFF-DATE
               ADD 1 TO WS-WAITING-COUNT
           ELSE
               MOVE PC-ITEM-NUMBER TO IT-ITEM-NUMBER
               READ ITEM-MASTER-FILE
                   KEY IS IT-ITEM-NUMBER
                   INVALID KEY
                       PERFORM DROP-ORPHAN-CHANGE
                   NOT INVALID KEY
                       PERFORM APPLY-PRICE-CHANGE
               END-READ
           END-IF.
           PERFORM READ-PRICE-CHANGE.

       APPLY-PRICE-CHANGE.
           MOVE IT-UNIT-PRICE TO PH-WS-OLD-PRICE.
           MOVE PC-NEW-PRICE  TO IT-UNIT-PRICE.
           REWRITE ITEM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "WARNING - item " IT-ITEM-NUMBER
                       " price not changed, STATUS "
                       ITEM-MASTER-STATUS
                   MOVE RC-WARNING TO RETURN-CODE
               NOT INVALID KEY
                   MOVE PC-ITEM-NUMBER    TO PH-WS-ITEM-NUMBER
                   MOVE PC-EFFECTIVE-DATE TO PH-WS-EFFECTIVE-DATE
                   MOVE PC-NEW-PRICE      TO PH-WS-NEW-PRICE
                   MOVE PC-OPERATOR-ID    TO PH-WS-OPERATOR-ID
                   MOVE "F"               TO PH-WS-CHANGE-SOURCE
                   PERFORM WRITE-PRICE-HISTORY
                   DELETE PRICE-CHANGE-FILE RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE IT-DESCRIPTION TO DTL-DESCRIPTION
                   MOVE PH-WS-OLD-PRICE TO DTL-OLD-PRICE
                   MOVE SPACES TO DTL-NOTE
                   PERFORM PRINT-CHANGE-LINE
           END-REWRITE.

       DROP-ORPHAN-CHANGE.
           DELETE PRICE-CHANGE-FILE RECORD.
           ADD 1 TO WS-DROPPED-COUNT.
           MOVE RC-WARNING TO RETURN-CODE.
           MOVE "** ITEM NOT ON FILE **" TO DTL-DESCRIPTION.
           MOVE 0 TO DTL-OLD-PRICE.
           MOVE "DROPPED - ITEM NOT ON MASTER" TO DTL-NOTE.
           PERFORM PRINT-CHANGE-LINE.

       PRINT-CHANGE-LINE.
           MOVE PC-ITEM-NUMBER    TO DTL-ITEM-NUMBER.
           MOVE PC-EFFECTIVE-DATE TO DTL-EFFECTIVE-DATE.
           MOVE PC-NEW-PRICE      TO DTL-NEW-PRICE.
           MOVE PC-OPERATOR-ID    TO DTL-OPERATOR-ID.
           MOVE " " TO PRINT-CC.
           MOVE PRCAPPLY-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

           COPY PHSTPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
