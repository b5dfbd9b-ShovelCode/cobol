       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXLIAB.
      ******************************************************************
      * Purpose: Month-end sales tax liability report, one line per
      *          taxing state off the month's sales tax journal
      *          (taxjrnl.dat): taxable sales, exempt sales under a
      *          certificate, tax billed on the invoices, tax given
      *          back on credit memos and on bad-debt write-offs, and
      *          the net tax due - the figures the state returns are
      *          filed from, in place of adding up the invoice
      *          register by hand. The month's tax billed is then
      *          tied to the nightly figures the invoice run left on
      *          taxnite.dat for the GL extract's tax-payable credit;
      *          any difference prints as an exception, raises a WARN
      *          alert and ends the step RC-WARNING, so the return and
      *          the ledger are made to agree before filing. After
      *          the print both files are closed out for the new
      *          month - the printed report is the month's record.
      *          Only records dated on or before the run's business
      *          date are the month's: a month-end the readiness gate
      *          held is released on a later night, after the invoice
      *          run has already posted the new month's, and those
      *          are written back to both files for next month.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TXJRSEL.

           SELECT TAX-NIGHT-FILE ASSIGN TO "taxnite.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TAX-NIGHT-STATUS.

           SELECT JOURNAL-CARRY-FILE ASSIGN TO "taxjrnl.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOURNAL-CARRY-STATUS.

           SELECT NIGHT-CARRY-FILE ASSIGN TO "taxnite.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NIGHT-CARRY-STATUS.

           SELECT PRINT-FILE ASSIGN TO "taxliab.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "taxliab.srt".

           COPY ALERTSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY TXJRFD.

       FD  TAX-NIGHT-FILE.
       01  TAX-NIGHT-RECORD.
           05  TN-RUN-DATE         PIC 9(8).
           05  TN-TAX-AMOUNT       PIC S9(11)V99.

       FD  JOURNAL-CARRY-FILE.
       01  JOURNAL-CARRY-RECORD    PIC X(64).

       FD  NIGHT-CARRY-FILE.
       01  NIGHT-CARRY-RECORD      PIC X(21).

      *    Field order mirrors the journal record - each record is
      *    moved into this area whole.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-STATE            PIC X(2).
           05  SR-POST-DATE        PIC 9(8).
           05  SR-SOURCE           PIC X(3).
               88  SR-FROM-INVOICE             VALUE "INV".
               88  SR-FROM-RETURN              VALUE "RTN".
               88  SR-FROM-WRITE-OFF           VALUE "WOF".
           05  SR-CUSTOMER-ID      PIC X(10).
           05  SR-DOCUMENT-NUMBER  PIC 9(8).
           05  SR-TAXABLE-AMOUNT   PIC S9(9)V99.
           05  SR-EXEMPT-AMOUNT    PIC S9(9)V99.
           05  SR-TAX-AMOUNT       PIC S9(9)V99.

           COPY PRTRECFD.
           COPY ALERTFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  TAX-NIGHT-STATUS        PIC XX.
       01  JOURNAL-CARRY-STATUS    PIC XX.
       01  NIGHT-CARRY-STATUS      PIC XX.
       01  WS-TXJ-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-TAX-JOURNAL              VALUE "Y".
       01  WS-CARRY-EOF-SWITCH     PIC X       VALUE "N".
           88  END-OF-CARRY-FILE               VALUE "Y".
       01  WS-SORT-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SORTED-JOURNAL           VALUE "Y".
       01  WS-TXN-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-TAX-NIGHT                VALUE "Y".
       01  WS-FIRST-RECORD-SWITCH  PIC X       VALUE "Y".
           88  FIRST-RECORD-NOT-READ           VALUE "Y".
       01  WS-PREV-STATE           PIC X(2).
       01  WS-PREV-NIGHT-DATE      PIC 9(8)    VALUE 0.
       01  WS-PREV-NIGHT-AMOUNT    PIC S9(11)V99 VALUE 0.
       01  WS-JOURNAL-COUNT        PIC 9(7)    VALUE 0.
       01  WS-NIGHT-COUNT          PIC 9(3)    VALUE 0.
       01  WS-JOURNAL-CARRIED      PIC 9(7)    VALUE 0.
       01  WS-NIGHTS-CARRIED       PIC 9(3)    VALUE 0.
       01  WS-GL-TAX-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-TIE-DIFFERENCE       PIC S9(11)V99 VALUE 0.

       01  WS-STATE-TOTALS.
           05  WS-STATE-TAXABLE    PIC S9(11)V99.
           05  WS-STATE-EXEMPT     PIC S9(11)V99.
           05  WS-STATE-BILLED     PIC S9(11)V99.
           05  WS-STATE-RTN-TAX    PIC S9(11)V99.
           05  WS-STATE-WOF-TAX    PIC S9(11)V99.
           05  WS-STATE-NET-DUE    PIC S9(11)V99.

       01  WS-REPORT-TOTALS.
           05  WS-TOTAL-TAXABLE    PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-EXEMPT     PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-BILLED     PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-RTN-TAX    PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-WOF-TAX    PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-NET-DUE    PIC S9(11)V99 VALUE 0.

           COPY TXJRWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY ALERTWS.
           COPY RUNLOGWS.

       01  TAXLIAB-PERIOD-LINE.
           05  FILLER              PIC X(29) VALUE
               "SALES TAX LIABILITY - MONTH ".
           05  PRD-MONTH           PIC 9(6).
           05  FILLER              PIC X(97) VALUE SPACES.

       01  TAXLIAB-COLUMN-HEADINGS.
           05  FILLER              PIC X(8)  VALUE "STATE".
           05  FILLER              PIC X(17) VALUE "   TAXABLE SALES".
           05  FILLER              PIC X(17) VALUE "    EXEMPT SALES".
           05  FILLER              PIC X(17) VALUE "      TAX BILLED".
           05  FILLER              PIC X(17) VALUE "  TAX BACK - RTN".
           05  FILLER              PIC X(17) VALUE "  TAX BACK - WOF".
           05  FILLER              PIC X(17) VALUE "     NET TAX DUE".
           05  FILLER              PIC X(22) VALUE SPACES.

       01  TAXLIAB-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-STATE           PIC X(6).
           05  DTL-TAXABLE         PIC Z(12)9.99-.
           05  DTL-EXEMPT          PIC Z(12)9.99-.
           05  DTL-BILLED          PIC Z(12)9.99-.
           05  DTL-RTN-TAX         PIC Z(12)9.99-.
           05  DTL-WOF-TAX         PIC Z(12)9.99-.
           05  DTL-NET-DUE         PIC Z(12)9.99-.
           05  FILLER              PIC X(22) VALUE SPACES.

       01  TAXLIAB-TIE-LINE.
           05  TIE-LABEL           PIC X(42).
           05  TIE-AMOUNT          PIC Z(12)9.99-.
           05  FILLER              PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "TAXLIAB" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM GET-BUSINESS-DATE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "TAXLIAB" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           MOVE WS-BUSINESS-DATE (1:6) TO PRD-MONTH.
           MOVE TAXLIAB-PERIOD-LINE TO PRINT-TEXT.
           PERFORM PRINT-TAXLIAB-HEADING-LINE.
           MOVE TAXLIAB-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM PRINT-TAXLIAB-HEADING-LINE.
      *    No journal means nothing was invoiced, returned or
      *    written off this month - the states print empty and the
      *    tie still runs against the nightly figures.
           OPEN OUTPUT JOURNAL-CARRY-FILE.
           OPEN INPUT TAX-JOURNAL-FILE.
           IF TAX-JOURNAL-STATUS = "00"
               CLOSE TAX-JOURNAL-FILE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-STATE
                   INPUT PROCEDURE IS GATHER-JOURNAL-RECORDS
                   OUTPUT PROCEDURE IS PRINT-STATE-LINES
           END-IF.
           CLOSE JOURNAL-CARRY-FILE.
           PERFORM PRINT-REPORT-TOTALS.
           PERFORM TIE-TO-TAX-PAYABLE.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
      *    Reported means reported - next month's sales start clean,
      *    with only the records carried forward.
           PERFORM CARRY-FORWARD-JOURNAL.
           PERFORM CARRY-FORWARD-TAX-NIGHTS.
           DISPLAY "TAX LIABILITY COMPLETE - " WS-JOURNAL-COUNT
               " JOURNAL RECORDS, " WS-NIGHT-COUNT " INVOICE NIGHTS, "
               "NET TAX DUE " WS-TOTAL-NET-DUE.
           DISPLAY "CARRIED TO NEXT MONTH - " WS-JOURNAL-CARRIED
               " JOURNAL RECORDS, " WS-NIGHTS-CARRIED
               " INVOICE NIGHTS".
           PERFORM LOG-RUN-END.
           STOP RUN.

       PRINT-TAXLIAB-HEADING-LINE.
           MOVE " " TO PRINT-CC.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       GATHER-JOURNAL-RECORDS.
           OPEN INPUT TAX-JOURNAL-FILE.
           PERFORM READ-TAX-JOURNAL.
           PERFORM RELEASE-ONE-JOURNAL-RECORD
               UNTIL END-OF-TAX-JOURNAL.
           CLOSE TAX-JOURNAL-FILE.

       READ-TAX-JOURNAL.
           READ TAX-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-TXJ-EOF-SWITCH
           END-READ.

       RELEASE-ONE-JOURNAL-RECORD.
      *    A record posted after the business date is next month's,
      *    posted while the month-end was held.
           IF TJ-POST-DATE > WS-BUSINESS-DATE
               MOVE TAX-JOURNAL-RECORD TO JOURNAL-CARRY-RECORD
               WRITE JOURNAL-CARRY-RECORD
               ADD 1 TO WS-JOURNAL-CARRIED
           ELSE
               MOVE TAX-JOURNAL-RECORD TO SORT-WORK-RECORD
               RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM READ-TAX-JOURNAL.

       PRINT-STATE-LINES.
           PERFORM RETURN-SORTED-RECORD.
           PERFORM TOTAL-ONE-RECORD
               UNTIL END-OF-SORTED-JOURNAL.
           IF NOT FIRST-RECORD-NOT-READ
               PERFORM PRINT-ONE-STATE
           END-IF.

       RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       TOTAL-ONE-RECORD.
           IF FIRST-RECORD-NOT-READ
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               PERFORM START-NEW-STATE
           ELSE
               IF SR-STATE NOT = WS-PREV-STATE
                   PERFORM PRINT-ONE-STATE
                   PERFORM START-NEW-STATE
               END-IF
           END-IF.
           ADD 1 TO WS-JOURNAL-COUNT.
           ADD SR-TAXABLE-AMOUNT TO WS-STATE-TAXABLE.
           ADD SR-EXEMPT-AMOUNT  TO WS-STATE-EXEMPT.
      *    Credit memos and write-offs carry their tax negative;
      *    the report shows what was given back as a positive
      *    figure taken off the tax billed.
           EVALUATE TRUE
               WHEN SR-FROM-RETURN
                   SUBTRACT SR-TAX-AMOUNT FROM WS-STATE-RTN-TAX
               WHEN SR-FROM-WRITE-OFF
                   SUBTRACT SR-TAX-AMOUNT FROM WS-STATE-WOF-TAX
               WHEN OTHER
                   ADD SR-TAX-AMOUNT TO WS-STATE-BILLED
           END-EVALUATE.
           PERFORM RETURN-SORTED-RECORD.

       START-NEW-STATE.
           MOVE SR-STATE TO WS-PREV-STATE.
           MOVE 0 TO WS-STATE-TAXABLE.
           MOVE 0 TO WS-STATE-EXEMPT.
           MOVE 0 TO WS-STATE-BILLED.
           MOVE 0 TO WS-STATE-RTN-TAX.
           MOVE 0 TO WS-STATE-WOF-TAX.

       PRINT-ONE-STATE.
           COMPUTE WS-STATE-NET-DUE = WS-STATE-BILLED
               - WS-STATE-RTN-TAX - WS-STATE-WOF-TAX.
           ADD WS-STATE-TAXABLE TO WS-TOTAL-TAXABLE.
           ADD WS-STATE-EXEMPT  TO WS-TOTAL-EXEMPT.
           ADD WS-STATE-BILLED  TO WS-TOTAL-BILLED.
           ADD WS-STATE-RTN-TAX TO WS-TOTAL-RTN-TAX.
           ADD WS-STATE-WOF-TAX TO WS-TOTAL-WOF-TAX.
           ADD WS-STATE-NET-DUE TO WS-TOTAL-NET-DUE.
      *    Sales to a customer with no state on the master have no
      *    taxing state - they print flagged for correction.
           IF WS-PREV-STATE = SPACES
               MOVE "**"          TO DTL-STATE
           ELSE
               MOVE WS-PREV-STATE TO DTL-STATE
           END-IF.
           MOVE WS-STATE-TAXABLE TO DTL-TAXABLE.
           MOVE WS-STATE-EXEMPT  TO DTL-EXEMPT.
           MOVE WS-STATE-BILLED  TO DTL-BILLED.
           MOVE WS-STATE-RTN-TAX TO DTL-RTN-TAX.
           MOVE WS-STATE-WOF-TAX TO DTL-WOF-TAX.
           MOVE WS-STATE-NET-DUE TO DTL-NET-DUE.
           MOVE " " TO PRINT-CC.
           MOVE TAXLIAB-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM PRINT-TAXLIAB-HEADING-LINE.
           MOVE "ALL"            TO DTL-STATE.
           MOVE WS-TOTAL-TAXABLE TO DTL-TAXABLE.
           MOVE WS-TOTAL-EXEMPT  TO DTL-EXEMPT.
           MOVE WS-TOTAL-BILLED  TO DTL-BILLED.
           MOVE WS-TOTAL-RTN-TAX TO DTL-RTN-TAX.
           MOVE WS-TOTAL-WOF-TAX TO DTL-WOF-TAX.
           MOVE WS-TOTAL-NET-DUE TO DTL-NET-DUE.
           MOVE TAXLIAB-DETAIL-LINE TO PRINT-TEXT.
           PERFORM PRINT-TAXLIAB-HEADING-LINE.

       TIE-TO-TAX-PAYABLE.
      *    The GL extract credits tax payable with each night's
      *    figure off taxnite.dat; a night the invoice run was
      *    repeated has a second record for the date and the last
      *    one is the figure the extract took.
           OPEN OUTPUT NIGHT-CARRY-FILE.
           OPEN INPUT TAX-NIGHT-FILE.
           IF TAX-NIGHT-STATUS = "00"
               PERFORM READ-TAX-NIGHT
               PERFORM TOTAL-ONE-TAX-NIGHT
                   UNTIL END-OF-TAX-NIGHT
               CLOSE TAX-NIGHT-FILE
           END-IF.
           CLOSE NIGHT-CARRY-FILE.
           COMPUTE WS-TIE-DIFFERENCE =
               WS-TOTAL-BILLED - WS-GL-TAX-TOTAL.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM PRINT-TAXLIAB-HEADING-LINE.
           MOVE "TAX BILLED PER JOURNAL:" TO TIE-LABEL.
           MOVE WS-TOTAL-BILLED           TO TIE-AMOUNT.
           MOVE TAXLIAB-TIE-LINE TO PRINT-TEXT.
           PERFORM PRINT-TAXLIAB-HEADING-LINE.
           MOVE "TAX PAYABLE SENT TO GL (TAXNITE.DAT):"
               TO TIE-LABEL.
           MOVE WS-GL-TAX-TOTAL TO TIE-AMOUNT.
           MOVE TAXLIAB-TIE-LINE TO PRINT-TEXT.
           PERFORM PRINT-TAXLIAB-HEADING-LINE.
           IF WS-TIE-DIFFERENCE = 0
               MOVE "TAX BILLED AGREES WITH THE LEDGER"
                   TO PRINT-TEXT
               PERFORM PRINT-TAXLIAB-HEADING-LINE
           ELSE
               MOVE "*** EXCEPTION - DIFFERENCE:" TO TIE-LABEL
               MOVE WS-TIE-DIFFERENCE TO TIE-AMOUNT
               MOVE TAXLIAB-TIE-LINE TO PRINT-TEXT
               PERFORM PRINT-TAXLIAB-HEADING-LINE
               DISPLAY "*** TAX BILLED DOES NOT AGREE WITH TAX "
                   "PAYABLE - DIFFERENCE " WS-TIE-DIFFERENCE
               MOVE "WARN"    TO OA-SEVERITY
               MOVE "TAXLIAB" TO OA-PROGRAM-NAME
               MOVE "MONTH TAX BILLED DOES NOT TIE TO TAX PAYABLE"
                   TO OA-MESSAGE-TEXT
               PERFORM WRITE-OPERATOR-ALERT
               MOVE RC-WARNING TO RETURN-CODE
           END-IF.

       READ-TAX-NIGHT.
           READ TAX-NIGHT-FILE
               AT END
                   MOVE "Y" TO WS-TXN-EOF-SWITCH
           END-READ.

       TOTAL-ONE-TAX-NIGHT.
      *    A night after the business date is next month's and is
      *    carried forward, repeats and all.
           IF TN-RUN-DATE > WS-BUSINESS-DATE
               MOVE TAX-NIGHT-RECORD TO NIGHT-CARRY-RECORD
               WRITE NIGHT-CARRY-RECORD
               ADD 1 TO WS-NIGHTS-CARRIED
           ELSE
               PERFORM TOTAL-MONTH-TAX-NIGHT
           END-IF.
           PERFORM READ-TAX-NIGHT.

       TOTAL-MONTH-TAX-NIGHT.
           IF TN-RUN-DATE = WS-PREV-NIGHT-DATE
               SUBTRACT WS-PREV-NIGHT-AMOUNT FROM WS-GL-TAX-TOTAL
           ELSE
               ADD 1 TO WS-NIGHT-COUNT
           END-IF.
           ADD TN-TAX-AMOUNT TO WS-GL-TAX-TOTAL.
           MOVE TN-RUN-DATE   TO WS-PREV-NIGHT-DATE.
           MOVE TN-TAX-AMOUNT TO WS-PREV-NIGHT-AMOUNT.

       CARRY-FORWARD-JOURNAL.
           MOVE "N" TO WS-CARRY-EOF-SWITCH.
           OPEN INPUT JOURNAL-CARRY-FILE.
           OPEN OUTPUT TAX-JOURNAL-FILE.
           PERFORM COPY-ONE-CARRIED-JOURNAL
               UNTIL END-OF-CARRY-FILE.
           CLOSE JOURNAL-CARRY-FILE.
           CLOSE TAX-JOURNAL-FILE.

       COPY-ONE-CARRIED-JOURNAL.
           READ JOURNAL-CARRY-FILE
               AT END
                   MOVE "Y" TO WS-CARRY-EOF-SWITCH
               NOT AT END
                   MOVE JOURNAL-CARRY-RECORD TO TAX-JOURNAL-RECORD
                   WRITE TAX-JOURNAL-RECORD
           END-READ.

       CARRY-FORWARD-TAX-NIGHTS.
           MOVE "N" TO WS-CARRY-EOF-SWITCH.
           OPEN INPUT NIGHT-CARRY-FILE.
           OPEN OUTPUT TAX-NIGHT-FILE.
           PERFORM COPY-ONE-CARRIED-NIGHT
               UNTIL END-OF-CARRY-FILE.
           CLOSE NIGHT-CARRY-FILE.
           CLOSE TAX-NIGHT-FILE.

       COPY-ONE-CARRIED-NIGHT.
           READ NIGHT-CARRY-FILE
               AT END
                   MOVE "Y" TO WS-CARRY-EOF-SWITCH
               NOT AT END
                   MOVE NIGHT-CARRY-RECORD TO TAX-NIGHT-RECORD
                   WRITE TAX-NIGHT-RECORD
           END-READ.

           COPY RPTCTLPD.
           COPY ALERTPD.
           COPY RUNLOGPD.
