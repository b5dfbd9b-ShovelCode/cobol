       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINVREL.
      ******************************************************************
      * Purpose: Outbound electronic invoice proof and release. The
      *          invoice run writes each trading partner's invoices -
      *          header, lines, tax and total records - to the work
      *          file einvwork.dat with a count-and-amount trailer.
      *          Before anything goes out the file is proved twice:
      *          whole, the way ORDIMPRT proves the partner's order
      *          file (record count and dollar total against the
      *          trailer, every invoice's lines footing to its
      *          merchandise and its merchandise, tax and freight to
      *          its total due), and against the invoice register,
      *          every invoice on it found there for the same
      *          customer and the same amounts. A proved file is
      *          released to einvout.dat for transmission, archived
      *          to a dated einvproc file for disputes, and the work
      *          file cleared. Any failure holds the whole file back
      *          - a partner never gets half a night - with a SEVERE
      *          alert and RC-FILE-ERROR. The proof prints to
      *          einvrel.prt either way.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY EINVSEL.
           COPY INVRSEL.

           SELECT RELEASED-INVOICE-FILE ASSIGN TO "einvout.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RELEASED-INVOICE-STATUS.

           SELECT ARCHIVE-INVOICE-FILE ASSIGN TO WS-EIPROC-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-INVOICE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "einvrel.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.
           COPY ALERTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  E-INVOICE-FILE.
           COPY EINVREC.

       FD  INVOICE-REGISTER-FILE.
           COPY INVRREC.

       FD  RELEASED-INVOICE-FILE.
       01  RELEASED-INVOICE-RECORD PIC X(80).

       FD  ARCHIVE-INVOICE-FILE.
       01  ARCHIVE-INVOICE-RECORD  PIC X(80).

           COPY PRTRECFD.
           COPY RUNLOGFD.
           COPY ALERTFD.

       WORKING-STORAGE SECTION.
       01  E-INVOICE-STATUS        PIC XX.
       01  INVOICE-REGISTER-STATUS PIC XX.
       01  RELEASED-INVOICE-STATUS PIC XX.
       01  ARCHIVE-INVOICE-STATUS  PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-E-INVOICES               VALUE "Y".
       01  WS-REG-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-REGISTER                 VALUE "Y".
       01  WS-TRAILER-SEEN-SWITCH  PIC X       VALUE "N".
           88  TRAILER-SEEN                    VALUE "Y".
       01  WS-IN-INVOICE-SWITCH    PIC X       VALUE "N".
           88  INSIDE-AN-INVOICE               VALUE "Y".
       01  WS-FILE-OK-SWITCH       PIC X       VALUE "Y".
           88  FILE-STRUCTURE-GOOD             VALUE "Y".
       01  WS-FILE-PROBLEM         PIC X(50)   VALUE SPACES.
       01  WS-RECORD-COUNT         PIC 9(6)    VALUE 0.
       01  WS-INVOICE-COUNT        PIC 9(6)    VALUE 0.
       01  WS-FILE-AMOUNT          PIC S9(11)V99 VALUE 0.
       01  WS-TRAILER-COUNT        PIC 9(6)    VALUE 0.
       01  WS-TRAILER-INVOICES     PIC 9(6)    VALUE 0.
       01  WS-TRAILER-AMOUNT       PIC S9(11)V99 VALUE 0.
       01  WS-CURRENT-INVOICE      PIC 9(8)    VALUE 0.
       01  WS-FOOTED-TOTAL         PIC S9(9)V99.
       01  WS-PROVED-COUNT         PIC 9(6)    VALUE 0.
       01  WS-EXCEPTION-COUNT      PIC 9(6)    VALUE 0.
       01  WS-TABLE-OVERFLOW-SWITCH PIC X      VALUE "N".
           88  PROOF-TABLE-OVERFLOWED          VALUE "Y".
       01  WS-EP-SUB               PIC 9(4).
       01  WS-EIPROC-NAME.
           05  FILLER              PIC X(9)  VALUE "einvproc.".
           05  WS-EIPROC-DATE      PIC 9(8).

      *    One entry per invoice on the outbound file, in issue
      *    order, carrying what the file says so the register pass
      *    can be held against it. A blank result is still pending.
       01  WS-PROOF-TABLE.
           05  WS-EP-COUNT         PIC 9(4)    VALUE 0.
           05  WS-EP-ENTRY         OCCURS 2000 TIMES
                   INDEXED BY EP-IDX.
               10  WS-EP-INVOICE-NUMBER PIC 9(8).
               10  WS-EP-CUSTOMER-ID PIC X(10).
               10  WS-EP-LINE-TOTAL PIC S9(9)V99.
               10  WS-EP-MERCHANDISE PIC S9(9)V99.
               10  WS-EP-TAX       PIC S9(9)V99.
               10  WS-EP-FREIGHT   PIC S9(9)V99.
               10  WS-EP-TOTAL-DUE PIC S9(9)V99.
               10  WS-EP-RESULT    PIC X(30).

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY ALERTWS.

       01  PROOF-COLUMN-HEADINGS.
           05  FILLER              PIC X(10) VALUE "INVOICE".
           05  FILLER              PIC X(12) VALUE "CUSTOMER".
           05  FILLER              PIC X(16) VALUE "     TOTAL DUE".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(30) VALUE "RESULT".
           05  FILLER              PIC X(62) VALUE SPACES.

       01  PROOF-DETAIL-LINE.
           05  DTL-INVOICE-NUMBER  PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-TOTAL-DUE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-RESULT          PIC X(30).
           05  FILLER              PIC X(62) VALUE SPACES.

       01  PROOF-FILE-LINE.
           05  FILLER              PIC X(8)  VALUE "FILE:   ".
           05  FIL-MESSAGE         PIC X(50).
           05  FILLER              PIC X(74) VALUE SPACES.

       01  PROOF-TOTAL-LINE.
           05  FILLER              PIC X(10) VALUE "RECORDS ".
           05  TOT-RECORD-COUNT    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(12) VALUE "  INVOICES ".
           05  TOT-INVOICE-COUNT   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE "  AMOUNT ".
           05  TOT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(11) VALUE "  PROVED ".
           05  TOT-PROVED-COUNT    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(14) VALUE "  EXCEPTIONS ".
           05  TOT-EXCEPTION-COUNT PIC ZZZ,ZZ9.
           05  FILLER              PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "EINVREL" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           OPEN INPUT E-INVOICE-FILE.
           IF E-INVOICE-STATUS NOT = "00"
               DISPLAY "NO OUTBOUND INVOICE FILE TONIGHT"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-E-INVOICE.
           PERFORM PROVE-ONE-RECORD
               UNTIL END-OF-E-INVOICES.
           CLOSE E-INVOICE-FILE.
      *    An empty work file is one already released, or a night
      *    the invoice run never reached - nothing to send either
      *    way.
           IF WS-RECORD-COUNT = 0
               AND NOT TRAILER-SEEN
               DISPLAY "NO OUTBOUND INVOICES WAITING"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM PROVE-THE-TRAILER.
           IF FILE-STRUCTURE-GOOD
               AND WS-INVOICE-COUNT = 0
               DISPLAY "NO TRADING PARTNER INVOICES TONIGHT - "
                   "NOTHING TO RELEASE"
               PERFORM CLEAR-WORK-FILE
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM PROVE-AGAINST-REGISTER.
           OPEN OUTPUT PRINT-FILE.
           MOVE "EINVREL" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           PERFORM PRINT-ONE-INVOICE-RESULT
               VARYING WS-EP-SUB FROM 1 BY 1
               UNTIL WS-EP-SUB > WS-EP-COUNT.
           PERFORM PRINT-PROOF-TOTALS.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           IF FILE-STRUCTURE-GOOD
               AND WS-EXCEPTION-COUNT = 0
               PERFORM RELEASE-THE-FILE
               DISPLAY "OUTBOUND INVOICES RELEASED - "
                   WS-INVOICE-COUNT " INVOICES, " WS-FILE-AMOUNT
               MOVE RC-NORMAL TO RETURN-CODE
           ELSE
               DISPLAY "*** OUTBOUND INVOICE FILE FAILED PROOF - "
                   "HELD, NOT RELEASED"
               MOVE "SEVERE"  TO OA-SEVERITY
               MOVE "EINVREL" TO OA-PROGRAM-NAME
               MOVE "OUTBOUND INVOICE FILE FAILED PROOF - HELD"
                   TO OA-MESSAGE-TEXT
               PERFORM WRITE-OPERATOR-ALERT
               MOVE RC-FILE-ERROR TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       READ-E-INVOICE.
           READ E-INVOICE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       PROVE-ONE-RECORD.
      *    Records must arrive header, lines, tax, total for one
      *    invoice at a time; anything out of that order means the
      *    file cannot be trusted, whatever its totals say.
           IF NOT EI-TRAILER-RECORD
               ADD 1 TO WS-RECORD-COUNT
           END-IF.
           IF TRAILER-SEEN
               MOVE "RECORDS FOLLOW THE TRAILER" TO WS-FILE-PROBLEM
               MOVE "N" TO WS-FILE-OK-SWITCH
           END-IF.
           EVALUATE TRUE
               WHEN EI-HEADER-RECORD
                   PERFORM START-ONE-INVOICE
               WHEN EI-LINE-RECORD
                   PERFORM CHECK-INVOICE-SEQUENCE
                   IF INSIDE-AN-INVOICE
                       ADD EI-EXTENDED-AMOUNT
                           TO WS-EP-LINE-TOTAL (EP-IDX)
                   END-IF
               WHEN EI-TAX-RECORD
                   PERFORM CHECK-INVOICE-SEQUENCE
               WHEN EI-TOTAL-RECORD
                   PERFORM CHECK-INVOICE-SEQUENCE
                   IF INSIDE-AN-INVOICE
                       PERFORM FINISH-ONE-INVOICE
                   END-IF
               WHEN EI-TRAILER-RECORD
                   MOVE "Y" TO WS-TRAILER-SEEN-SWITCH
                   MOVE EI-TRAILER-COUNT    TO WS-TRAILER-COUNT
                   MOVE EI-TRAILER-INVOICES TO WS-TRAILER-INVOICES
                   MOVE EI-TRAILER-AMOUNT   TO WS-TRAILER-AMOUNT
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE ON FILE"
                       TO WS-FILE-PROBLEM
                   MOVE "N" TO WS-FILE-OK-SWITCH
           END-EVALUATE.
           PERFORM READ-E-INVOICE.

       START-ONE-INVOICE.
           IF INSIDE-AN-INVOICE
               MOVE "INVOICE WITH NO TOTAL RECORD" TO WS-FILE-PROBLEM
               MOVE "N" TO WS-FILE-OK-SWITCH
           END-IF.
           ADD 1 TO WS-INVOICE-COUNT.
           MOVE EI-INVOICE-NUMBER TO WS-CURRENT-INVOICE.
           IF WS-EP-COUNT < 2000
               ADD 1 TO WS-EP-COUNT
               SET EP-IDX TO WS-EP-COUNT
               MOVE EI-INVOICE-NUMBER TO WS-EP-INVOICE-NUMBER (EP-IDX)
               MOVE EI-CUSTOMER-ID    TO WS-EP-CUSTOMER-ID (EP-IDX)
               MOVE 0 TO WS-EP-LINE-TOTAL (EP-IDX)
               MOVE 0 TO WS-EP-MERCHANDISE (EP-IDX)
               MOVE 0 TO WS-EP-TAX (EP-IDX)
               MOVE 0 TO WS-EP-FREIGHT (EP-IDX)
               MOVE 0 TO WS-EP-TOTAL-DUE (EP-IDX)
               MOVE SPACES TO WS-EP-RESULT (EP-IDX)
               MOVE "Y" TO WS-IN-INVOICE-SWITCH
           ELSE
               MOVE "Y" TO WS-TABLE-OVERFLOW-SWITCH
               MOVE "MORE INVOICES THAN THE PROOF TABLE HOLDS"
                   TO WS-FILE-PROBLEM
               MOVE "N" TO WS-FILE-OK-SWITCH
               MOVE "N" TO WS-IN-INVOICE-SWITCH
           END-IF.

       CHECK-INVOICE-SEQUENCE.
           IF NOT INSIDE-AN-INVOICE
               OR EI-INVOICE-NUMBER NOT = WS-CURRENT-INVOICE
               MOVE "RECORD OUTSIDE ITS INVOICE" TO WS-FILE-PROBLEM
               MOVE "N" TO WS-FILE-OK-SWITCH
               MOVE "N" TO WS-IN-INVOICE-SWITCH
           END-IF.

       FINISH-ONE-INVOICE.
           MOVE EI-MERCHANDISE-AMOUNT TO WS-EP-MERCHANDISE (EP-IDX).
           MOVE EI-TAX-TOTAL          TO WS-EP-TAX (EP-IDX).
           MOVE EI-FREIGHT-AMOUNT     TO WS-EP-FREIGHT (EP-IDX).
           MOVE EI-TOTAL-DUE          TO WS-EP-TOTAL-DUE (EP-IDX).
           ADD EI-TOTAL-DUE TO WS-FILE-AMOUNT.
           COMPUTE WS-FOOTED-TOTAL = EI-MERCHANDISE-AMOUNT
               + EI-TAX-TOTAL + EI-FREIGHT-AMOUNT.
           IF WS-EP-LINE-TOTAL (EP-IDX) NOT = EI-MERCHANDISE-AMOUNT
               MOVE "LINES DO NOT FOOT TO TOTAL"
                   TO WS-EP-RESULT (EP-IDX)
           END-IF.
           IF WS-FOOTED-TOTAL NOT = EI-TOTAL-DUE
               MOVE "TOTAL DUE DOES NOT FOOT"
                   TO WS-EP-RESULT (EP-IDX)
           END-IF.
           MOVE "N" TO WS-IN-INVOICE-SWITCH.

       PROVE-THE-TRAILER.
           EVALUATE TRUE
               WHEN INSIDE-AN-INVOICE
                   MOVE "LAST INVOICE HAS NO TOTAL RECORD"
                       TO WS-FILE-PROBLEM
                   MOVE "N" TO WS-FILE-OK-SWITCH
               WHEN NOT TRAILER-SEEN
                   MOVE "NO TRAILER RECORD - FILE INCOMPLETE"
                       TO WS-FILE-PROBLEM
                   MOVE "N" TO WS-FILE-OK-SWITCH
               WHEN WS-RECORD-COUNT NOT = WS-TRAILER-COUNT
                   MOVE "RECORD COUNT DOES NOT MATCH TRAILER"
                       TO WS-FILE-PROBLEM
                   MOVE "N" TO WS-FILE-OK-SWITCH
               WHEN WS-INVOICE-COUNT NOT = WS-TRAILER-INVOICES
                   MOVE "INVOICE COUNT DOES NOT MATCH TRAILER"
                       TO WS-FILE-PROBLEM
                   MOVE "N" TO WS-FILE-OK-SWITCH
               WHEN WS-FILE-AMOUNT NOT = WS-TRAILER-AMOUNT
                   MOVE "DOLLAR TOTAL DOES NOT MATCH TRAILER"
                       TO WS-FILE-PROBLEM
                   MOVE "N" TO WS-FILE-OK-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROVE-AGAINST-REGISTER.
      *    A later register entry for the same number wins, as in
      *    the reprint - the later one is the rerun. Only numbers
      *    within the file's range are searched for.
           OPEN INPUT INVOICE-REGISTER-FILE.
           IF INVOICE-REGISTER-STATUS NOT = "00"
               MOVE "Y" TO WS-REG-EOF-SWITCH
           ELSE
               PERFORM READ-REGISTER-RECORD
               PERFORM MATCH-ONE-REGISTER-RECORD
                   UNTIL END-OF-REGISTER
               CLOSE INVOICE-REGISTER-FILE
           END-IF.
           PERFORM FINISH-ONE-RESULT
               VARYING WS-EP-SUB FROM 1 BY 1
               UNTIL WS-EP-SUB > WS-EP-COUNT.

       READ-REGISTER-RECORD.
           READ INVOICE-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-REG-EOF-SWITCH
           END-READ.

       MATCH-ONE-REGISTER-RECORD.
           IF WS-EP-COUNT > 0
               AND IR-INVOICE-NUMBER NOT < WS-EP-INVOICE-NUMBER (1)
               AND IR-INVOICE-NUMBER NOT >
                   WS-EP-INVOICE-NUMBER (WS-EP-COUNT)
               SET EP-IDX TO 1
               SEARCH WS-EP-ENTRY
                   VARYING EP-IDX
                   AT END
                       CONTINUE
                   WHEN EP-IDX > WS-EP-COUNT
                       CONTINUE
                   WHEN WS-EP-INVOICE-NUMBER (EP-IDX)
                           = IR-INVOICE-NUMBER
                       PERFORM COMPARE-TO-REGISTER
               END-SEARCH
           END-IF.
           PERFORM READ-REGISTER-RECORD.

       COMPARE-TO-REGISTER.
      *    A footing failure found on the file itself stands; the
      *    register can only add a reason, never clear one.
           IF WS-EP-RESULT (EP-IDX) = SPACES
               OR WS-EP-RESULT (EP-IDX) = "PROVED"
               OR WS-EP-RESULT (EP-IDX) (1:8) = "REGISTER"
               EVALUATE TRUE
                   WHEN IR-CUSTOMER-ID
                           NOT = WS-EP-CUSTOMER-ID (EP-IDX)
                       MOVE "REGISTER SHOWS OTHER CUSTOMER"
                           TO WS-EP-RESULT (EP-IDX)
                   WHEN IR-INVOICE-AMOUNT
                           NOT = WS-EP-MERCHANDISE (EP-IDX)
                       OR IR-TAX-AMOUNT NOT = WS-EP-TAX (EP-IDX)
                       OR IR-FREIGHT-AMOUNT
                           NOT = WS-EP-FREIGHT (EP-IDX)
                       OR IR-TOTAL-AMOUNT
                           NOT = WS-EP-TOTAL-DUE (EP-IDX)
                       MOVE "REGISTER SHOWS OTHER AMOUNTS"
                           TO WS-EP-RESULT (EP-IDX)
                   WHEN OTHER
                       MOVE "PROVED" TO WS-EP-RESULT (EP-IDX)
               END-EVALUATE
           END-IF.

       FINISH-ONE-RESULT.
           IF WS-EP-RESULT (WS-EP-SUB) = SPACES
               MOVE "NOT ON THE INVOICE REGISTER"
                   TO WS-EP-RESULT (WS-EP-SUB)
           END-IF.
           IF WS-EP-RESULT (WS-EP-SUB) = "PROVED"
               ADD 1 TO WS-PROVED-COUNT
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE PROOF-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       PRINT-ONE-INVOICE-RESULT.
           MOVE WS-EP-INVOICE-NUMBER (WS-EP-SUB) TO DTL-INVOICE-NUMBER.
           MOVE WS-EP-CUSTOMER-ID (WS-EP-SUB)    TO DTL-CUSTOMER-ID.
           MOVE WS-EP-TOTAL-DUE (WS-EP-SUB)      TO DTL-TOTAL-DUE.
           MOVE WS-EP-RESULT (WS-EP-SUB)         TO DTL-RESULT.
           MOVE " " TO PRINT-CC.
           MOVE PROOF-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-PROOF-TOTALS.
           MOVE " " TO PRINT-CC.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           IF FILE-STRUCTURE-GOOD
               MOVE "PROVED WHOLE AGAINST ITS TRAILER" TO FIL-MESSAGE
           ELSE
               MOVE WS-FILE-PROBLEM TO FIL-MESSAGE
           END-IF.
           MOVE " " TO PRINT-CC.
           MOVE PROOF-FILE-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE WS-RECORD-COUNT    TO TOT-RECORD-COUNT.
           MOVE WS-INVOICE-COUNT   TO TOT-INVOICE-COUNT.
           MOVE WS-FILE-AMOUNT     TO TOT-AMOUNT.
           MOVE WS-PROVED-COUNT    TO TOT-PROVED-COUNT.
           MOVE WS-EXCEPTION-COUNT TO TOT-EXCEPTION-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE PROOF-TOTAL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       RELEASE-THE-FILE.
      *    Released means released - the work file clears so a
      *    rerun of this step cannot send the same invoices twice.
           MOVE WS-BUSINESS-DATE TO WS-EIPROC-DATE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT E-INVOICE-FILE.
           OPEN OUTPUT RELEASED-INVOICE-FILE.
           OPEN EXTEND ARCHIVE-INVOICE-FILE.
           IF ARCHIVE-INVOICE-STATUS = "05" OR "35"
               OPEN OUTPUT ARCHIVE-INVOICE-FILE
           END-IF.
           PERFORM READ-E-INVOICE.
           PERFORM RELEASE-ONE-RECORD
               UNTIL END-OF-E-INVOICES.
           CLOSE E-INVOICE-FILE.
           CLOSE RELEASED-INVOICE-FILE.
           CLOSE ARCHIVE-INVOICE-FILE.
           PERFORM CLEAR-WORK-FILE.
           DISPLAY "ARCHIVED TO " WS-EIPROC-NAME.

       RELEASE-ONE-RECORD.
           MOVE E-INVOICE-RECORD TO RELEASED-INVOICE-RECORD.
           WRITE RELEASED-INVOICE-RECORD.
           MOVE E-INVOICE-RECORD TO ARCHIVE-INVOICE-RECORD.
           WRITE ARCHIVE-INVOICE-RECORD.
           PERFORM READ-E-INVOICE.

       CLEAR-WORK-FILE.
           OPEN OUTPUT E-INVOICE-FILE.
           CLOSE E-INVOICE-FILE.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY ALERTPD.
