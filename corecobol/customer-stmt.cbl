      *          and a statement total - through the shared print
      *          machinery, page-broken per customer. After a clean
      *          run the billing file is closed out, so every line is
      *          billed exactly once. Only lines dated on or before
      *          the statement date are billed: a month-end the
      *          readiness gate held is released on a later night,
      *          after the order run has already appended the new
      *          month's lines, and those are written back to the
      *          billing file for the next cycle. Lines whose
      *          customer is not on file are skipped and counted.
      *          Customers flagged for electronic delivery do not
      *          print: their statements write to the stmtext.dat
      *          extract for the e-delivery vendor - a header per
      *          customer with the email address, the same detail
      *          lines, and a total - and the run summary counts both
      *          ways, so the mail count ties to what actually
      *          printed.
      *
      *          A franchise group whose parent takes a consolidated
      *          statement (account hierarchy, custhier.dat) gets one
      *          statement addressed to the parent: each member
      *          account's lines print under an ACCOUNT heading with
      *          an account subtotal, and the statement total is the
      *          whole group's. The parent's delivery and contact
      *          flags govern the statement; on the extract the
      *          detail lines carry the member account and an S
      *          record carries each account subtotal.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MTD-ORDER-STATUS.

           SELECT MTD-CARRY-FILE ASSIGN TO "ordmtd.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MTD-CARRY-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

           SELECT SORT-WORK-FILE ASSIGN TO "custstmt.srt".

           COPY HIERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FD  MTD-ORDER-FILE.
           COPY ORDMREC.

       FD  MTD-CARRY-FILE.
       01  MTD-CARRY-RECORD        PIC X(86).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ACCOUNT-HIERARCHY-FILE.
           COPY HIERREC.

      *    Field order mirrors the input file record - each line is
      *    moved into this area whole, and SR-STATEMENT-ID, the
      *    account the statement is addressed to, is added on the
      *    end.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SR-DEPARTMENT       PIC X(10).
           05  SR-BRANCH-CODE      PIC X(4).
           05  SR-ORDER-NUMBER     PIC 9(8).
           05  SR-ORDER-DATE       PIC 9(8).
           05  SR-SALESPERSON-ID   PIC X(6).
           05  SR-POST-DATE        PIC 9(8).
           05  SR-STATEMENT-ID     PIC X(10).

       FD  STATEMENT-EXTRACT-FILE.
       01  STATEMENT-EXTRACT-RECORD.
               88  SE-HEADER-RECORD            VALUE "H".
               88  SE-DETAIL-RECORD            VALUE "D".
               88  SE-TOTAL-RECORD             VALUE "T".
               88  SE-SUBTOTAL-RECORD          VALUE "S".
           05  SE-CUSTOMER-ID      PIC X(10).
           05  SE-HEADER-FIELDS.
               10  SE-EMAIL        PIC X(40).

       WORKING-STORAGE SECTION.
       01  MTD-ORDER-STATUS        PIC XX.
       01  MTD-CARRY-STATUS        PIC XX.
       01  WS-CARRIED-COUNT        PIC 9(6)    VALUE 0.
       01  FILE-STATUS-CODE        PIC XX.
       01  WS-SORT-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SORTED-LINES             VALUE "Y".
       01  WS-EXTENDED-AMOUNT      PIC S9(9)V99.
       01  WS-STATEMENT-TOTAL      PIC S9(9)V99 VALUE 0.
       01  WS-PREV-ORDER-NUMBER    PIC 9(8)    VALUE 0.
       01  WS-MTD-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-MTD-LINES                VALUE "Y".
       01  WS-PREV-STATEMENT-ID    PIC X(10)   VALUE SPACES.
       01  WS-CONSOLIDATED-SWITCH  PIC X       VALUE "N".
           88  STATEMENT-CONSOLIDATED          VALUE "Y".
       01  WS-ACCOUNT-KNOWN-SWITCH PIC X       VALUE "N".
           88  ACCOUNT-ON-MASTER               VALUE "Y".
       01  WS-ACCOUNT-TOTAL        PIC S9(9)V99 VALUE 0.
       01  WS-CONSOLIDATED-COUNT   PIC 9(6)    VALUE 0.

           COPY HIERWS.

           COPY RETCODE.
           COPY RPTCTLWS.
           05  DTL-EXTENDED        PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(85) VALUE SPACES.

       01  STMT-ACCOUNT-LINE.
           05  FILLER              PIC X(11) VALUE " ACCOUNT: ".
           05  ACT-CUSTOMER-ID     PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ACT-CUSTOMER-NAME   PIC X(30).
           05  FILLER              PIC X(79) VALUE SPACES.

       01  STMT-ACCOUNT-TOTAL-LINE.
           05  FILLER              PIC X(17) VALUE
               "ACCOUNT TOTAL:   ".
           05  ACT-AMOUNT          PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ACT-TOTAL-ID        PIC X(10).
           05  FILLER              PIC X(90) VALUE SPACES.

       01  STMT-TOTAL-LINE.
           05  FILLER              PIC X(17) VALUE
               "STATEMENT TOTAL: ".
           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT STATEMENT-EXTRACT-FILE.
           MOVE "CUSTSTMT" TO RPT-PROGRAM-NAME.
           PERFORM LOAD-ACCOUNT-GROUPS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-STATEMENT-ID
                                SR-CUSTOMER-ID
                                SR-ORDER-NUMBER
               INPUT PROCEDURE IS GATHER-MTD-LINES
               OUTPUT PROCEDURE IS PRINT-ALL-STATEMENTS.
           CLOSE CUSTOMER-FILE.
           CLOSE PRINT-FILE.
               " SENT ELECTRONIC, " WS-SKIPPED-COUNT
               " LINES SKIPPED (NO MASTER)".
           DISPLAY "DO-NOT-CONTACT SUPPRESSED: " WS-SUPPRESSED-COUNT.
           DISPLAY "CONSOLIDATED GROUP STATEMENTS: "
               WS-CONSOLIDATED-COUNT.
           DISPLAY "LINES CARRIED TO NEXT CYCLE: " WS-CARRIED-COUNT.
           IF WS-SKIPPED-COUNT > 0
               OR AH-WS-TABLE-OVERFLOWED
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
      *    Billed means billed - the month-to-date file starts over
      *    for the next statement cycle, holding only the lines
      *    carried forward.
           PERFORM CARRY-FORWARD-MTD-LINES.
           PERFORM LOG-RUN-END.
           STOP RUN.

       GATHER-MTD-LINES.
           OPEN INPUT MTD-ORDER-FILE.
           OPEN OUTPUT MTD-CARRY-FILE.
           PERFORM READ-MTD-LINE.
           PERFORM RELEASE-ONE-MTD-LINE
               UNTIL END-OF-MTD-LINES.
           CLOSE MTD-ORDER-FILE.
           CLOSE MTD-CARRY-FILE.

       READ-MTD-LINE.
           READ MTD-ORDER-FILE
               AT END
                   MOVE "Y" TO WS-MTD-EOF-SWITCH
           END-READ.

       RELEASE-ONE-MTD-LINE.
      *    A line posted after the statement date belongs to next
      *    month - it was appended after this month closed, while
      *    the month-end was held - and is carried, not billed. The
      *    post date, not the order date, decides: a backorder
      *    taken last month and shipped this month bills this month.
           IF MO-POST-DATE > WS-TODAY-RUN-DATE
               MOVE MTD-ORDER-RECORD TO MTD-CARRY-RECORD
               WRITE MTD-CARRY-RECORD
               ADD 1 TO WS-CARRIED-COUNT
           ELSE
               PERFORM RELEASE-BILLED-MTD-LINE
           END-IF.
           PERFORM READ-MTD-LINE.

       RELEASE-BILLED-MTD-LINE.
      *    A member of a consolidated group is billed on its
      *    parent's statement; everyone else on their own.
           MOVE MTD-ORDER-RECORD TO SORT-WORK-RECORD.
           MOVE MO-CUSTOMER-ID TO SR-STATEMENT-ID.
           MOVE MO-CUSTOMER-ID TO AH-WS-LOOKUP-ID.
           PERFORM FIND-ACCOUNT-GROUP.
           IF AH-WS-GROUP-FOUND
               IF AH-WS-GROUP-CONSOLIDATED (AH-GROUP-IDX)
                   MOVE AH-WS-PARENT-ID TO SR-STATEMENT-ID
               END-IF
           END-IF.
           RELEASE SORT-WORK-RECORD.

       CARRY-FORWARD-MTD-LINES.
           MOVE "N" TO WS-MTD-EOF-SWITCH.
           OPEN INPUT MTD-CARRY-FILE.
           OPEN OUTPUT MTD-ORDER-FILE.
           PERFORM COPY-ONE-CARRIED-LINE
               UNTIL END-OF-MTD-LINES.
           CLOSE MTD-CARRY-FILE.
           CLOSE MTD-ORDER-FILE.

       COPY-ONE-CARRIED-LINE.
           READ MTD-CARRY-FILE
               AT END
                   MOVE "Y" TO WS-MTD-EOF-SWITCH
               NOT AT END
                   MOVE MTD-CARRY-RECORD TO MTD-ORDER-RECORD
                   WRITE MTD-ORDER-RECORD
           END-READ.

       PRINT-ALL-STATEMENTS.
           PERFORM RETURN-SORTED-LINE.
           PERFORM STATEMENT-ONE-LINE
               UNTIL END-OF-SORTED-LINES.
           IF NOT FIRST-RECORD-NOT-READ
               AND CUSTOMER-ON-MASTER
               PERFORM FINISH-ACCOUNT-TOTAL
               PERFORM FINISH-STATEMENT-TOTAL
           END-IF.
           PERFORM PRINT-REPORT-TRAILER.
           IF FIRST-RECORD-NOT-READ
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               PERFORM START-NEW-STATEMENT
               PERFORM START-NEW-ACCOUNT
           ELSE
               IF SR-STATEMENT-ID NOT = WS-PREV-STATEMENT-ID
                   IF CUSTOMER-ON-MASTER
                       PERFORM FINISH-ACCOUNT-TOTAL
                       PERFORM FINISH-STATEMENT-TOTAL
                   END-IF
                   PERFORM START-NEW-STATEMENT
                   PERFORM START-NEW-ACCOUNT
               ELSE
                   IF SR-CUSTOMER-ID NOT = WS-PREV-CUSTOMER-ID
                       IF CUSTOMER-ON-MASTER
                           PERFORM FINISH-ACCOUNT-TOTAL
                       END-IF
                       PERFORM START-NEW-ACCOUNT
                   END-IF
               END-IF
           END-IF.
      *    A suppressed customer's lines are deliberate quiet, not
      *    the no-master exception - they close out with the billing
      *    file without touching the skip count or the warning code.
           EVALUATE TRUE
               WHEN CUSTOMER-ON-MASTER AND ACCOUNT-ON-MASTER
                   IF STATEMENT-GOES-ELECTRONIC
                       PERFORM WRITE-EXTRACT-DETAIL
                   ELSE
           PERFORM RETURN-SORTED-LINE.

       START-NEW-STATEMENT.
           MOVE SR-STATEMENT-ID TO WS-PREV-STATEMENT-ID.
           MOVE 0 TO WS-STATEMENT-TOTAL.
           MOVE "N" TO WS-CUSTOMER-KNOWN-SWITCH.
           MOVE "N" TO WS-SUPPRESSED-SWITCH.
           MOVE SPACE TO WS-DELIVERY-MODE.
      *    A consolidated group's statement is addressed to the
      *    parent even when the parent bought nothing itself.
           MOVE "N" TO WS-CONSOLIDATED-SWITCH.
           MOVE SR-STATEMENT-ID TO AH-WS-LOOKUP-ID.
           PERFORM FIND-ACCOUNT-GROUP.
           IF AH-WS-GROUP-FOUND
               IF AH-WS-GROUP-CONSOLIDATED (AH-GROUP-IDX)
                   AND AH-WS-PARENT-ID = SR-STATEMENT-ID
                   MOVE "Y" TO WS-CONSOLIDATED-SWITCH
               END-IF
           END-IF.
           MOVE SR-STATEMENT-ID TO CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                       MOVE "Y" TO WS-SUPPRESSED-SWITCH
                   ELSE
                       MOVE "Y" TO WS-CUSTOMER-KNOWN-SWITCH
                       IF STATEMENT-CONSOLIDATED
                           ADD 1 TO WS-CONSOLIDATED-COUNT
                       END-IF
                       IF CUSTOMER-E-DELIVERY
                           MOVE "E" TO WS-DELIVERY-MODE
                           PERFORM WRITE-EXTRACT-HEADER
                   END-IF
           END-READ.

       START-NEW-ACCOUNT.
      *    Every statement is one account unless it is consolidated;
      *    then each member account is looked up for its heading,
      *    and a member no longer on the master is skipped like any
      *    other line with no master.
           MOVE SR-CUSTOMER-ID TO WS-PREV-CUSTOMER-ID.
           MOVE 0 TO WS-ACCOUNT-TOTAL.
           MOVE 0 TO WS-PREV-ORDER-NUMBER.
           MOVE "Y" TO WS-ACCOUNT-KNOWN-SWITCH.
           IF STATEMENT-CONSOLIDATED AND CUSTOMER-ON-MASTER
               MOVE SR-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-FILE
                   KEY IS CUSTOMER-ID
                   INVALID KEY
                       MOVE "N" TO WS-ACCOUNT-KNOWN-SWITCH
                   NOT INVALID KEY
                       IF NOT STATEMENT-GOES-ELECTRONIC
                           PERFORM PRINT-ACCOUNT-HEADING
                       END-IF
               END-READ
           END-IF.

       PRINT-ACCOUNT-HEADING.
           MOVE CUSTOMER-ID   TO ACT-CUSTOMER-ID.
           MOVE CUSTOMER-NAME TO ACT-CUSTOMER-NAME.
           MOVE " " TO PRINT-CC.
           MOVE STMT-ACCOUNT-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       FINISH-ACCOUNT-TOTAL.
           IF STATEMENT-CONSOLIDATED AND ACCOUNT-ON-MASTER
               IF STATEMENT-GOES-ELECTRONIC
                   PERFORM WRITE-EXTRACT-SUBTOTAL
               ELSE
                   PERFORM PRINT-ACCOUNT-TOTAL
               END-IF
           END-IF.

       PRINT-ACCOUNT-TOTAL.
           MOVE WS-ACCOUNT-TOTAL    TO ACT-AMOUNT.
           MOVE WS-PREV-CUSTOMER-ID TO ACT-TOTAL-ID.
           MOVE " " TO PRINT-CC.
           MOVE STMT-ACCOUNT-TOTAL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-STATEMENT-HEADING.
      *    Each statement starts on its own page - it goes in an
      *    envelope, not in a listing. The first statement takes
           COMPUTE WS-EXTENDED-AMOUNT =
               SR-QUANTITY * SR-UNIT-PRICE.
           ADD WS-EXTENDED-AMOUNT TO WS-STATEMENT-TOTAL.
           ADD WS-EXTENDED-AMOUNT TO WS-ACCOUNT-TOTAL.
           MOVE SR-DEPARTMENT     TO DTL-DEPARTMENT.
           MOVE SR-QUANTITY       TO DTL-QUANTITY.
           MOVE SR-UNIT-PRICE     TO DTL-UNIT-PRICE.
           COMPUTE WS-EXTENDED-AMOUNT =
               SR-QUANTITY * SR-UNIT-PRICE.
           ADD WS-EXTENDED-AMOUNT TO WS-STATEMENT-TOTAL.
           ADD WS-EXTENDED-AMOUNT TO WS-ACCOUNT-TOTAL.
           MOVE SPACES TO STATEMENT-EXTRACT-RECORD.
           MOVE "D"                TO SE-RECORD-TYPE.
           MOVE WS-PREV-CUSTOMER-ID TO SE-CUSTOMER-ID.
           MOVE WS-EXTENDED-AMOUNT TO SE-AMOUNT.
           WRITE STATEMENT-EXTRACT-RECORD.

       WRITE-EXTRACT-SUBTOTAL.
           MOVE SPACES TO STATEMENT-EXTRACT-RECORD.
           MOVE "S"                 TO SE-RECORD-TYPE.
           MOVE WS-PREV-CUSTOMER-ID TO SE-CUSTOMER-ID.
           MOVE WS-ACCOUNT-TOTAL    TO SE-AMOUNT.
           WRITE STATEMENT-EXTRACT-RECORD.

       WRITE-EXTRACT-TOTAL.
           MOVE SPACES TO STATEMENT-EXTRACT-RECORD.
           MOVE "T"                  TO SE-RECORD-TYPE.
           MOVE WS-PREV-STATEMENT-ID TO SE-CUSTOMER-ID.
           MOVE WS-STATEMENT-TOTAL   TO SE-AMOUNT.
           WRITE STATEMENT-EXTRACT-RECORD.

       PRINT-STATEMENT-TOTAL.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

           COPY HIERPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
