       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAIMPT.
      ******************************************************************
      * Purpose: General delimited import utility - the reverse of
      *          DATAEXPT - so a mass update worked up on the office
      *          PCs (the buyers repricing a few hundred items, credit
      *          review resetting a batch of limits) is loaded in one
      *          run instead of keyed a record at a time. A layout
      *          description file (implayout.dat, the same file name
      *          then field name lines as explayout.dat) names the
      *          columns of impin.txt in order; the first column of
      *          every layout is the record key. The operator
      *          parameter card's mode flag picks the master: ITEM
      *          (itemmast.dat), CREDIT (custcred.dat), TAX
      *          (taxrate.dat) or BUDGET (deptbud.dat). impin.txt is
      *          comma-delimited, one record per line; a first line
      *          that carries the field names is taken as a header
      *          row and skipped, and an empty column leaves that
      *          field as it is. Fields cannot themselves contain a
      *          comma - a row with more columns than the layout is
      *          rejected rather than loaded out of line.
      *
      *          Every row goes through the same edits the maintenance
      *          screens apply (ITEMMNT, CREDMNT, TAXMNT, BUDMNT): the
      *          item must be on file and its department and vendor on
      *          their masters, a price may not be zero, a credit
      *          limit belongs to a customer on file, and so on. The
      *          edit pass updates nothing; it prints dataimpt.prt with
      *          each row as WOULD CHANGE (one line per field, old and
      *          new), WOULD ADD, NO CHANGE or REJECTED with every
      *          reason. When the operator is signed on as a
      *          supervisor the run then asks, through YESNO, whether
      *          to apply the changes listed; on YES the file is read
      *          again, re-edited against the masters as they stand,
      *          and applied - a price change writes the item price
      *          history (source M) and a credit limit change the
      *          limit history, exactly as the screens do. Tax rates
      *          and budgets, like their screens, add a record not yet
      *          on file; items are only updated - a new item is still
      *          set up in ITEMMNT. Ends RC 4 when any row was
      *          rejected, 12 when the changes were not applied.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE ASSIGN TO "implayout.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LAYOUT-FILE-STATUS.

           SELECT IMPORT-FILE ASSIGN TO "impin.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMPORT-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "dataimpt.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY ITEMSEL.
           COPY DEPTSEL.
           COPY VENDSEL.
           COPY PHSTSEL.
           COPY CREDSEL.
           COPY LMHSSEL.
           COPY TAXSEL.
           COPY BUDGSEL.
           COPY OPERSEL.
           COPY PARMSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD.
           05  EL-FILE-NAME        PIC X(10).
           05  EL-FIELD-NAME       PIC X(20).

       FD  IMPORT-FILE.
       01  IMPORT-RECORD           PIC X(512).

           COPY PRTRECFD.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  DEPARTMENT-FILE.
           COPY DEPTREC.

       FD  VENDOR-FILE.
           COPY VENDREC.

       FD  PRICE-HISTORY-FILE.
           COPY PHSTREC.

       FD  CUSTOMER-CREDIT-FILE.
           COPY CREDREC.

           COPY LMHSFD.

       FD  TAX-RATE-FILE.
           COPY TAXREC.

       FD  BUDGET-FILE.
           COPY BUDGREC.

           COPY OPERFD.
           COPY PARMFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  LAYOUT-FILE-STATUS      PIC XX.
       01  IMPORT-FILE-STATUS      PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  DEPARTMENT-FILE-STATUS  PIC XX.
       01  VENDOR-FILE-STATUS      PIC XX.
       01  CREDIT-FILE-STATUS      PIC XX.
       01  TAX-RATE-STATUS         PIC XX.
       01  BUDGET-FILE-STATUS      PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-THIS-FILE                VALUE "Y".
       01  WS-WANTED-FILE          PIC X(10).
       01  WS-KEY-FIELD-NAME       PIC X(20).
       01  WS-KEY-LENGTH           PIC 9(2).
       01  WS-LAYOUT-BAD-SWITCH    PIC X       VALUE "N".
           88  LAYOUT-IS-BAD                   VALUE "Y".
       01  WS-TARGET-OPEN-SWITCH   PIC X       VALUE "N".
           88  TARGET-FILE-OPEN                VALUE "Y".
       01  WS-DEPT-CHECK-SWITCH    PIC X       VALUE "N".
           88  DEPT-VALIDATION-ON              VALUE "Y".
       01  WS-VENDOR-CHECK-SWITCH  PIC X       VALUE "N".
           88  VENDOR-VALIDATION-ON            VALUE "Y".
       01  WS-CUSTOMER-OPEN-SWITCH PIC X       VALUE "N".
           88  CUSTOMER-FILE-OPEN              VALUE "Y".

      *    E = the edit pass, nothing written; A = the apply pass.
       01  WS-PASS-SWITCH          PIC X       VALUE "E".
           88  EDIT-PASS                       VALUE "E".
           88  APPLY-PASS                      VALUE "A".

       01  WS-FIELD-SUB            PIC 9(3).
       01  WS-FIELD-TABLE.
           05  WS-FIELD-COUNT      PIC 9(3)    VALUE 0.
           05  WS-FIELD-ENTRY      OCCURS 100 TIMES
                   PIC X(20).

       01  WS-IN-POINTER           PIC 9(4).
       01  WS-ROW-LENGTH           PIC 9(4).
       01  WS-COLUMN-TABLE.
           05  WS-COLUMN-COUNT     PIC 9(3)    VALUE 0.
           05  WS-COLUMN-VALUE     OCCURS 101 TIMES
                   PIC X(50).

      *    One row's field changes are held until the whole row has
      *    passed its edits, so a row rejected on its last column
      *    never prints as a change.
       01  WS-CHANGE-SUB           PIC 9(3).
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-COUNT     PIC 9(3)    VALUE 0.
           05  WS-CHANGE-LINE      OCCURS 101 TIMES
                   PIC X(70).
       01  WS-CHANGE-LABEL         PIC X(20).
       01  WS-CHANGE-OLD           PIC X(30).
       01  WS-CHANGE-NEW           PIC X(30).

       01  WS-ROW-NUMBER           PIC 9(6)    VALUE 0.
       01  WS-ROW-KEY              PIC X(50).
       01  WS-ROW-REJECT-SWITCH    PIC X.
           88  ROW-REJECTED                    VALUE "Y".
       01  WS-ROW-NEW-SWITCH       PIC X.
           88  ROW-IS-NEW-RECORD               VALUE "Y".
       01  WS-REJECT-REASON        PIC X(70).
       01  WS-RESULT-TEXT          PIC X(14).

       01  WS-ROWS-READ            PIC 9(6)    VALUE 0.
       01  WS-ROWS-CHANGED         PIC 9(6)    VALUE 0.
       01  WS-ROWS-SAME            PIC 9(6)    VALUE 0.
       01  WS-ROWS-REJECTED        PIC 9(6)    VALUE 0.
       01  WS-EDIT-CHANGED         PIC 9(6)    VALUE 0.
       01  WS-EDIT-REJECTED        PIC 9(6)    VALUE 0.

       01  WS-NUMBER-OK-SWITCH     PIC X.
           88  NUMBER-IS-VALID                 VALUE "Y".
       01  WS-FIELD-KNOWN-SWITCH   PIC X.
           88  FIELD-IS-KNOWN                  VALUE "Y".
       01  WS-MASTER-FOUND-SWITCH  PIC X.
           88  FOUND-ON-MASTER                 VALUE "Y".
       01  WS-PARSED-AMOUNT        PIC S9(11)V9(6).
       01  WS-MONEY-CHECK          PIC S9(11)V99.
       01  WS-WHOLE-CHECK          PIC S9(11).
       01  WS-EDIT-MONEY           PIC -(10)9.99.
       01  WS-EDIT-WHOLE           PIC -(10)9.
       01  WS-EDIT-PERCENT         PIC -(3)9.99.

       01  WS-OLD-PRICE            PIC S9(5)V99.
       01  WS-OLD-LIMIT            PIC S9(9)V99.
       01  WS-RATE-PERCENT         PIC S9(3)V99.
       01  WS-PRICE-COST-SWITCH    PIC X.
           88  PRICE-OR-COST-CHANGED           VALUE "Y".

       01  WS-CONFIRM-PROMPT-TEXT  PIC X(60).
       01  WS-CONFIRM-DEFAULT      PIC X(3).
       01  WS-CONFIRM-FLAG         PIC X.
           88  IMPORT-CONFIRMED                VALUE "Y".
       01  WS-DECLINED-SWITCH      PIC X       VALUE "N".
           88  IMPORT-DECLINED                 VALUE "Y".

       01  IMPORT-COLUMN-HEADINGS.
           05  FILLER              PIC X(8)    VALUE "     ROW".
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(12)   VALUE "KEY".
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(14)   VALUE "RESULT".
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(70)   VALUE
               "DETAIL".
           05  FILLER              PIC X(22)   VALUE SPACES.

       01  IMPORT-DETAIL-LINE.
           05  DTL-ROW             PIC ZZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DTL-KEY             PIC X(12).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DTL-RESULT          PIC X(14).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DTL-DETAIL          PIC X(70).
           05  FILLER              PIC X(22)   VALUE SPACES.

       01  IMPORT-PASS-LINE.
           05  PASS-TITLE          PIC X(40).
           05  PASS-FILE           PIC X(10).
           05  FILLER              PIC X(12)   VALUE " OPERATOR: ".
           05  PASS-OPERATOR       PIC X(10).
           05  FILLER              PIC X(60)   VALUE SPACES.

       01  IMPORT-SUMMARY-LINE.
           05  FILLER              PIC X(14)   VALUE "  ROWS READ: ".
           05  SUM-READ            PIC ZZZ,ZZ9.
           05  SUM-CHANGED-TITLE   PIC X(14).
           05  SUM-CHANGED         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(13)   VALUE "  NO CHANGE: ".
           05  SUM-SAME            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(13)   VALUE "  REJECTED: ".
           05  SUM-REJECTED        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(50)   VALUE SPACES.

           COPY OPERWS.
           COPY PARMWS.
           COPY PHSTWS.
           COPY LMHSWS.
           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "DATAIMPT" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM GET-IMPORT-REQUEST.
           PERFORM LOAD-FIELD-LAYOUT.
           PERFORM CHECK-FIELD-LAYOUT.
           IF LAYOUT-IS-BAD
               DISPLAY "LAYOUT FOR " WS-WANTED-FILE
                   " ON implayout.dat NOT USABLE - NOTHING IMPORTED"
               MOVE RC-WARNING TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM OPEN-IMPORT-FILES.
           IF NOT TARGET-FILE-OPEN
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "DATAIMPT" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.

           MOVE "E" TO WS-PASS-SWITCH.
           MOVE "EDIT PASS - NOTHING UPDATED - FILE "
               TO PASS-TITLE.
           PERFORM RUN-ONE-PASS.
           MOVE WS-ROWS-CHANGED  TO WS-EDIT-CHANGED.
           MOVE WS-ROWS-REJECTED TO WS-EDIT-REJECTED.
           DISPLAY "EDIT PASS - " WS-ROWS-READ " ROWS, "
               WS-ROWS-CHANGED " WOULD CHANGE, " WS-ROWS-REJECTED
               " REJECTED - SEE dataimpt.prt".

           IF WS-EDIT-CHANGED = 0
               DISPLAY "NOTHING TO APPLY."
           ELSE
               IF NOT OPERATOR-IS-SUPERVISOR
                   DISPLAY "EDIT ONLY - a supervisor must sign on "
                       "to apply the changes."
                   MOVE "Y" TO WS-DECLINED-SWITCH
               ELSE
                   PERFORM CONFIRM-AND-APPLY
               END-IF
           END-IF.

           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           PERFORM CLOSE-IMPORT-FILES.
           IF IMPORT-DECLINED
               MOVE RC-DECLINED TO RETURN-CODE
           ELSE
               IF WS-EDIT-REJECTED > 0
                   MOVE RC-WARNING TO RETURN-CODE
               ELSE
                   MOVE RC-NORMAL TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       GET-IMPORT-REQUEST.
      *    The mode flag names the master to update; there is no
      *    default - an import has to say what it is loading.
           PERFORM READ-PARAMETER-CARD.
           MOVE SPACES TO WS-WANTED-FILE.
           UNSTRING PARM-MODE-FLAG DELIMITED BY ","
               INTO WS-WANTED-FILE.
           EVALUATE WS-WANTED-FILE
               WHEN "ITEM"
                   MOVE "ITEM-NUMBER" TO WS-KEY-FIELD-NAME
                   MOVE 10 TO WS-KEY-LENGTH
               WHEN "CREDIT"
                   MOVE "CUSTOMER-ID" TO WS-KEY-FIELD-NAME
                   MOVE 10 TO WS-KEY-LENGTH
               WHEN "TAX"
                   MOVE "STATE" TO WS-KEY-FIELD-NAME
                   MOVE 2 TO WS-KEY-LENGTH
               WHEN "BUDGET"
                   MOVE "DEPARTMENT" TO WS-KEY-FIELD-NAME
                   MOVE 10 TO WS-KEY-LENGTH
               WHEN OTHER
                   DISPLAY "UNKNOWN FILE NAME '" WS-WANTED-FILE
                       "' - USE ITEM/CREDIT/TAX/BUDGET"
                   MOVE "Y" TO WS-LAYOUT-BAD-SWITCH
           END-EVALUATE.
           DISPLAY "IMPORTING " WS-WANTED-FILE " FROM impin.txt".

       LOAD-FIELD-LAYOUT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT LAYOUT-FILE.
           IF LAYOUT-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM READ-LAYOUT-LINE
               PERFORM TABLE-ONE-LAYOUT-LINE
                   UNTIL END-OF-THIS-FILE
               CLOSE LAYOUT-FILE
           END-IF.

       READ-LAYOUT-LINE.
           READ LAYOUT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       TABLE-ONE-LAYOUT-LINE.
           IF EL-FILE-NAME = WS-WANTED-FILE
               IF WS-FIELD-COUNT < 100
                   ADD 1 TO WS-FIELD-COUNT
                   MOVE EL-FIELD-NAME
                       TO WS-FIELD-ENTRY (WS-FIELD-COUNT)
               ELSE
                   DISPLAY "WARNING - field table full, "
                       EL-FIELD-NAME " DROPPED"
               END-IF
           END-IF.
           PERFORM READ-LAYOUT-LINE.

       CHECK-FIELD-LAYOUT.
      *    Unlike the export, a field name the import does not know
      *    stops the run - loading a column into the wrong field, or
      *    silently not at all, is worse than loading nothing.
           IF WS-FIELD-COUNT = 0
               DISPLAY "NO LAYOUT LINES FOR " WS-WANTED-FILE
               MOVE "Y" TO WS-LAYOUT-BAD-SWITCH
           ELSE
               IF WS-FIELD-ENTRY (1) NOT = WS-KEY-FIELD-NAME
                   DISPLAY "FIRST LAYOUT FIELD MUST BE THE KEY, "
                       WS-KEY-FIELD-NAME
                   MOVE "Y" TO WS-LAYOUT-BAD-SWITCH
               END-IF
               PERFORM CHECK-ONE-LAYOUT-FIELD
                   VARYING WS-FIELD-SUB FROM 2 BY 1
                   UNTIL WS-FIELD-SUB > WS-FIELD-COUNT
           END-IF.

       CHECK-ONE-LAYOUT-FIELD.
           MOVE "N" TO WS-FIELD-KNOWN-SWITCH.
           EVALUATE WS-WANTED-FILE ALSO WS-FIELD-ENTRY (WS-FIELD-SUB)
               WHEN "ITEM" ALSO "DESCRIPTION"
               WHEN "ITEM" ALSO "DEPARTMENT"
               WHEN "ITEM" ALSO "PRICE"
               WHEN "ITEM" ALSO "COST"
               WHEN "ITEM" ALSO "ACTIVE"
               WHEN "ITEM" ALSO "VENDOR"
               WHEN "ITEM" ALSO "REORDER-POINT"
               WHEN "ITEM" ALSO "REORDER-QTY"
               WHEN "CREDIT" ALSO "LIMIT"
               WHEN "TAX" ALSO "RATE"
               WHEN "BUDGET" ALSO "BUDGET"
                   MOVE "Y" TO WS-FIELD-KNOWN-SWITCH
           END-EVALUATE.
           IF NOT FIELD-IS-KNOWN
               DISPLAY "LAYOUT FIELD " WS-FIELD-ENTRY (WS-FIELD-SUB)
                   " NOT RECOGNIZED FOR " WS-WANTED-FILE
               MOVE "Y" TO WS-LAYOUT-BAD-SWITCH
           END-IF.

       OPEN-IMPORT-FILES.
      *    The file being loaded is opened I-O once for both passes;
      *    credit limits, tax rates and budgets are seeded when
      *    missing, as their maintenance screens do.
           EVALUATE WS-WANTED-FILE
               WHEN "ITEM"
                   OPEN I-O ITEM-MASTER-FILE
                   IF ITEM-MASTER-STATUS = "00"
                       MOVE "Y" TO WS-TARGET-OPEN-SWITCH
                   ELSE
                       DISPLAY "itemmast.dat NOT AVAILABLE, STATUS "
                           ITEM-MASTER-STATUS
                   END-IF
                   PERFORM OPEN-DEPARTMENT-FILE
                   OPEN INPUT VENDOR-FILE
                   IF VENDOR-FILE-STATUS = "00"
                       MOVE "Y" TO WS-VENDOR-CHECK-SWITCH
                   ELSE
                       DISPLAY "NO VENDOR MASTER - vendors are "
                           "unchecked this run."
                   END-IF
                   PERFORM OPEN-PRICE-HISTORY-FILE
               WHEN "CREDIT"
                   OPEN I-O CUSTOMER-CREDIT-FILE
                   IF CREDIT-FILE-STATUS = "05" OR "35"
                       CLOSE CUSTOMER-CREDIT-FILE
                       OPEN OUTPUT CUSTOMER-CREDIT-FILE
                       CLOSE CUSTOMER-CREDIT-FILE
                       OPEN I-O CUSTOMER-CREDIT-FILE
                   END-IF
                   OPEN INPUT CUSTOMER-FILE
                   IF FILE-STATUS-CODE = "00"
                       MOVE "Y" TO WS-CUSTOMER-OPEN-SWITCH
                       MOVE "Y" TO WS-TARGET-OPEN-SWITCH
                   ELSE
                       DISPLAY "customer.dat NOT AVAILABLE, STATUS "
                           FILE-STATUS-CODE
                   END-IF
               WHEN "TAX"
                   OPEN I-O TAX-RATE-FILE
                   IF TAX-RATE-STATUS = "05" OR "35"
                       CLOSE TAX-RATE-FILE
                       OPEN OUTPUT TAX-RATE-FILE
                       CLOSE TAX-RATE-FILE
                       OPEN I-O TAX-RATE-FILE
                   END-IF
                   MOVE "Y" TO WS-TARGET-OPEN-SWITCH
               WHEN "BUDGET"
                   OPEN I-O BUDGET-FILE
                   IF BUDGET-FILE-STATUS = "05" OR "35"
                       CLOSE BUDGET-FILE
                       OPEN OUTPUT BUDGET-FILE
                       CLOSE BUDGET-FILE
                       OPEN I-O BUDGET-FILE
                   END-IF
                   MOVE "Y" TO WS-TARGET-OPEN-SWITCH
                   PERFORM OPEN-DEPARTMENT-FILE
           END-EVALUATE.

       OPEN-DEPARTMENT-FILE.
           OPEN INPUT DEPARTMENT-FILE.
           IF DEPARTMENT-FILE-STATUS = "00"
               MOVE "Y" TO WS-DEPT-CHECK-SWITCH
           ELSE
               DISPLAY "NO DEPARTMENT MASTER - departments are "
                   "unchecked this run."
           END-IF.

       CLOSE-IMPORT-FILES.
           EVALUATE WS-WANTED-FILE
               WHEN "ITEM"
                   CLOSE ITEM-MASTER-FILE
                   CLOSE PRICE-HISTORY-FILE
                   IF VENDOR-VALIDATION-ON
                       CLOSE VENDOR-FILE
                   END-IF
               WHEN "CREDIT"
                   CLOSE CUSTOMER-CREDIT-FILE
                   IF CUSTOMER-FILE-OPEN
                       CLOSE CUSTOMER-FILE
                   END-IF
               WHEN "TAX"
                   CLOSE TAX-RATE-FILE
               WHEN "BUDGET"
                   CLOSE BUDGET-FILE
           END-EVALUATE.
           IF DEPT-VALIDATION-ON
               CLOSE DEPARTMENT-FILE
           END-IF.

       CONFIRM-AND-APPLY.
           DISPLAY WS-EDIT-CHANGED " ROWS WOULD CHANGE, "
               WS-EDIT-REJECTED " REJECTED ROWS ARE SKIPPED.".
           MOVE "Apply the changes listed on dataimpt.prt? (YES/NO)"
               TO WS-CONFIRM-PROMPT-TEXT.
           MOVE SPACES TO WS-CONFIRM-DEFAULT.
           CALL "YESNO" USING WS-CONFIRM-PROMPT-TEXT
               WS-CONFIRM-DEFAULT WS-CONFIRM-FLAG.
           IF IMPORT-CONFIRMED
               MOVE "A" TO WS-PASS-SWITCH
               MOVE "APPLY PASS - CONFIRMED - FILE "
                   TO PASS-TITLE
               PERFORM RUN-ONE-PASS
               DISPLAY "IMPORT APPLIED - " WS-ROWS-CHANGED
                   " ROWS UPDATED, " WS-ROWS-REJECTED " REJECTED"
           ELSE
               DISPLAY "IMPORT NOT APPLIED."
               MOVE "Y" TO WS-DECLINED-SWITCH
               MOVE " " TO PRINT-CC
               MOVE SPACES TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
               MOVE "CHANGES NOT APPLIED - DECLINED AT CONFIRMATION"
                   TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
           END-IF.

      ******************************************************************
      * One pass over impin.txt - the edit pass and the apply pass run
      * the same edits, so what is applied is what was listed, checked
      * again against the masters as they stand now.
      ******************************************************************
       RUN-ONE-PASS.
           MOVE 0 TO WS-ROW-NUMBER WS-ROWS-READ WS-ROWS-CHANGED
               WS-ROWS-SAME WS-ROWS-REJECTED.
           MOVE WS-WANTED-FILE  TO PASS-FILE.
           MOVE OP-SIGNED-ON-ID TO PASS-OPERATOR.
           MOVE " " TO PRINT-CC.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE IMPORT-PASS-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE IMPORT-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT IMPORT-FILE.
           IF IMPORT-FILE-STATUS NOT = "00"
               DISPLAY "impin.txt NOT AVAILABLE, STATUS "
                   IMPORT-FILE-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM READ-IMPORT-ROW
               PERFORM PROCESS-ONE-ROW
                   UNTIL END-OF-THIS-FILE
               CLOSE IMPORT-FILE
           END-IF.
           PERFORM PRINT-PASS-SUMMARY.

       READ-IMPORT-ROW.
           READ IMPORT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       PROCESS-ONE-ROW.
      *    A file saved on the office PCs ends each line with a
      *    carriage return; it is dropped before the split.
           ADD 1 TO WS-ROW-NUMBER.
           INSPECT IMPORT-RECORD REPLACING ALL X"0D" BY SPACE.
           IF IMPORT-RECORD NOT = SPACES
               PERFORM SPLIT-ROW-COLUMNS
               IF WS-ROW-NUMBER = 1
                   AND WS-COLUMN-VALUE (1) = WS-KEY-FIELD-NAME
                   CONTINUE
               ELSE
                   ADD 1 TO WS-ROWS-READ
                   PERFORM EDIT-ONE-ROW
               END-IF
           END-IF.
           PERFORM READ-IMPORT-ROW.

       SPLIT-ROW-COLUMNS.
           MOVE SPACES TO WS-COLUMN-TABLE.
           MOVE 0 TO WS-COLUMN-COUNT.
           COMPUTE WS-ROW-LENGTH =
               FUNCTION LENGTH (FUNCTION TRIM (IMPORT-RECORD
                   TRAILING)).
           MOVE 1 TO WS-IN-POINTER.
           PERFORM SPLIT-ONE-COLUMN
               UNTIL WS-IN-POINTER > WS-ROW-LENGTH
                   OR WS-COLUMN-COUNT > WS-FIELD-COUNT.

       SPLIT-ONE-COLUMN.
           ADD 1 TO WS-COLUMN-COUNT.
           UNSTRING IMPORT-RECORD DELIMITED BY ","
               INTO WS-COLUMN-VALUE (WS-COLUMN-COUNT)
               WITH POINTER WS-IN-POINTER
           END-UNSTRING.
           MOVE FUNCTION TRIM (WS-COLUMN-VALUE (WS-COLUMN-COUNT))
               TO WS-COLUMN-VALUE (WS-COLUMN-COUNT).

       EDIT-ONE-ROW.
           MOVE "N" TO WS-ROW-REJECT-SWITCH.
           MOVE "N" TO WS-ROW-NEW-SWITCH.
           MOVE 0 TO WS-CHANGE-COUNT.
           MOVE WS-COLUMN-VALUE (1) TO WS-ROW-KEY.
           IF WS-COLUMN-COUNT > WS-FIELD-COUNT
               MOVE "MORE COLUMNS THAN LAYOUT - COMMA INSIDE A FIELD?"
                   TO WS-REJECT-REASON
               PERFORM REJECT-ROW
           END-IF.
           IF WS-ROW-KEY = SPACES
               MOVE "KEY COLUMN IS EMPTY" TO WS-REJECT-REASON
               PERFORM REJECT-ROW
           ELSE
               IF WS-ROW-KEY (WS-KEY-LENGTH + 1:) NOT = SPACES
                   MOVE "KEY IS LONGER THAN THE FILE'S KEY"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-ROW
               END-IF
           END-IF.
           IF NOT ROW-REJECTED
               EVALUATE WS-WANTED-FILE
                   WHEN "ITEM"
                       PERFORM EDIT-ITEM-ROW
                   WHEN "CREDIT"
                       PERFORM EDIT-CREDIT-ROW
                   WHEN "TAX"
                       PERFORM EDIT-TAX-ROW
                   WHEN "BUDGET"
                       PERFORM EDIT-BUDGET-ROW
               END-EVALUATE
           END-IF.
           PERFORM FINISH-ONE-ROW.

       FINISH-ONE-ROW.
      *    Rejection lines were printed as each reason was found; a
      *    clean row prints its held changes, and in the apply pass
      *    is written before the lines go out.
           IF ROW-REJECTED
               ADD 1 TO WS-ROWS-REJECTED
           ELSE
               IF WS-CHANGE-COUNT = 0 AND NOT ROW-IS-NEW-RECORD
                   ADD 1 TO WS-ROWS-SAME
                   MOVE "NO CHANGE" TO WS-RESULT-TEXT
                   MOVE SPACES TO DTL-DETAIL
                   PERFORM PRINT-ROW-LINE
               ELSE
                   IF APPLY-PASS
                       PERFORM APPLY-ONE-ROW
                   END-IF
                   IF ROW-REJECTED
                       ADD 1 TO WS-ROWS-REJECTED
                   ELSE
                       ADD 1 TO WS-ROWS-CHANGED
                       PERFORM SET-CHANGE-RESULT
                       PERFORM PRINT-ONE-CHANGE
                           VARYING WS-CHANGE-SUB FROM 1 BY 1
                           UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
                   END-IF
               END-IF
           END-IF.

       SET-CHANGE-RESULT.
           IF ROW-IS-NEW-RECORD
               IF EDIT-PASS
                   MOVE "WOULD ADD" TO WS-RESULT-TEXT
               ELSE
                   MOVE "ADDED" TO WS-RESULT-TEXT
               END-IF
           ELSE
               IF EDIT-PASS
                   MOVE "WOULD CHANGE" TO WS-RESULT-TEXT
               ELSE
                   MOVE "CHANGED" TO WS-RESULT-TEXT
               END-IF
           END-IF.

       PRINT-ONE-CHANGE.
           MOVE WS-CHANGE-LINE (WS-CHANGE-SUB) TO DTL-DETAIL.
           PERFORM PRINT-ROW-LINE.

       REJECT-ROW.
           MOVE "Y" TO WS-ROW-REJECT-SWITCH.
           MOVE "REJECTED" TO WS-RESULT-TEXT.
           MOVE WS-REJECT-REASON TO DTL-DETAIL.
           PERFORM PRINT-ROW-LINE.

       PRINT-ROW-LINE.
           MOVE WS-ROW-NUMBER TO DTL-ROW.
           MOVE WS-ROW-KEY TO DTL-KEY.
           MOVE WS-RESULT-TEXT TO DTL-RESULT.
           MOVE " " TO PRINT-CC.
           MOVE IMPORT-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       NOTE-FIELD-CHANGE.
      *    Caller sets the label and the old and new values as they
      *    should print.
           IF WS-CHANGE-COUNT < 101
               ADD 1 TO WS-CHANGE-COUNT
               MOVE SPACES TO WS-CHANGE-LINE (WS-CHANGE-COUNT)
               STRING FUNCTION TRIM (WS-CHANGE-LABEL)
                          DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-CHANGE-OLD)
                          DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-CHANGE-NEW)
                          DELIMITED BY SIZE
                      INTO WS-CHANGE-LINE (WS-CHANGE-COUNT)
                      ON OVERFLOW CONTINUE
               END-STRING
           END-IF.

       NOTE-ROW-WARNING.
      *    A warning travels with the row's changes; it does not stop
      *    the row, just as the screens only call it out.
           IF WS-CHANGE-COUNT < 101
               ADD 1 TO WS-CHANGE-COUNT
               MOVE WS-REJECT-REASON
                   TO WS-CHANGE-LINE (WS-CHANGE-COUNT)
           END-IF.

      ******************************************************************
      * Numeric columns. The spreadsheet's own figure is taken - 12.5,
      * 12.50 and -3 all read as written - but not more decimals than
      * the field carries, so nothing is silently rounded.
      ******************************************************************
       PARSE-NUMERIC-COLUMN.
           MOVE "N" TO WS-NUMBER-OK-SWITCH.
           MOVE 0 TO WS-PARSED-AMOUNT.
           IF FUNCTION TEST-NUMVAL (WS-COLUMN-VALUE (WS-FIELD-SUB))
                   = 0
               COMPUTE WS-PARSED-AMOUNT =
                   FUNCTION NUMVAL (WS-COLUMN-VALUE (WS-FIELD-SUB))
                   ON SIZE ERROR
                       CONTINUE
                   NOT ON SIZE ERROR
                       MOVE "Y" TO WS-NUMBER-OK-SWITCH
               END-COMPUTE
           END-IF.
           IF NOT NUMBER-IS-VALID
               PERFORM BUILD-NOT-NUMERIC-REASON
           END-IF.

       PARSE-MONEY-COLUMN.
           PERFORM PARSE-NUMERIC-COLUMN.
           IF NUMBER-IS-VALID
               MOVE WS-PARSED-AMOUNT TO WS-MONEY-CHECK
               IF WS-MONEY-CHECK NOT = WS-PARSED-AMOUNT
                   MOVE "N" TO WS-NUMBER-OK-SWITCH
                   PERFORM BUILD-DECIMALS-REASON
               END-IF
           END-IF.

       PARSE-WHOLE-COLUMN.
           PERFORM PARSE-NUMERIC-COLUMN.
           IF NUMBER-IS-VALID
               MOVE WS-PARSED-AMOUNT TO WS-WHOLE-CHECK
               IF WS-WHOLE-CHECK NOT = WS-PARSED-AMOUNT
                   MOVE "N" TO WS-NUMBER-OK-SWITCH
                   PERFORM BUILD-DECIMALS-REASON
               END-IF
           END-IF.

       BUILD-NOT-NUMERIC-REASON.
           MOVE SPACES TO WS-REJECT-REASON.
           STRING FUNCTION TRIM (WS-FIELD-ENTRY (WS-FIELD-SUB))
                      DELIMITED BY SIZE
                  " NOT NUMERIC: " DELIMITED BY SIZE
                  WS-COLUMN-VALUE (WS-FIELD-SUB) DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
                  ON OVERFLOW CONTINUE
           END-STRING.
           PERFORM REJECT-ROW.

       BUILD-DECIMALS-REASON.
           MOVE SPACES TO WS-REJECT-REASON.
           STRING FUNCTION TRIM (WS-FIELD-ENTRY (WS-FIELD-SUB))
                      DELIMITED BY SIZE
                  " HAS TOO MANY DECIMAL PLACES: " DELIMITED BY SIZE
                  WS-COLUMN-VALUE (WS-FIELD-SUB) DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
                  ON OVERFLOW CONTINUE
           END-STRING.
           PERFORM REJECT-ROW.

       BUILD-RANGE-REASON.
      *    Caller MOVEs the allowed range, as it should read, to
      *    WS-CHANGE-NEW first.
           MOVE SPACES TO WS-REJECT-REASON.
           STRING FUNCTION TRIM (WS-FIELD-ENTRY (WS-FIELD-SUB))
                      DELIMITED BY SIZE
                  " MUST BE " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CHANGE-NEW) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-COLUMN-VALUE (WS-FIELD-SUB) DELIMITED BY SIZE
                  INTO WS-REJECT-REASON
                  ON OVERFLOW CONTINUE
           END-STRING.
           PERFORM REJECT-ROW.

      ******************************************************************
      * ITEM - updates to items already on file, edited as ITEMMNT
      * edits the same fields.
      ******************************************************************
       EDIT-ITEM-ROW.
           MOVE WS-ROW-KEY TO IT-ITEM-NUMBER.
           READ ITEM-MASTER-FILE
               KEY IS IT-ITEM-NUMBER
               INVALID KEY
                   MOVE "ITEM NOT ON FILE - ADD NEW ITEMS IN ITEMMNT"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-ROW
           END-READ.
           IF NOT ROW-REJECTED
               MOVE IT-UNIT-PRICE TO WS-OLD-PRICE
               MOVE "N" TO WS-PRICE-COST-SWITCH
               PERFORM EDIT-ONE-ITEM-FIELD
                   VARYING WS-FIELD-SUB FROM 2 BY 1
                   UNTIL WS-FIELD-SUB > WS-COLUMN-COUNT
                       OR WS-FIELD-SUB > WS-FIELD-COUNT
           END-IF.
           IF NOT ROW-REJECTED
               AND PRICE-OR-COST-CHANGED
               AND IT-UNIT-COST > IT-UNIT-PRICE
               MOVE "WARNING - UNIT COST IS ABOVE THE UNIT PRICE"
                   TO WS-REJECT-REASON
               PERFORM NOTE-ROW-WARNING
           END-IF.

       EDIT-ONE-ITEM-FIELD.
           IF WS-COLUMN-VALUE (WS-FIELD-SUB) NOT = SPACES
               MOVE WS-FIELD-ENTRY (WS-FIELD-SUB) TO WS-CHANGE-LABEL
               EVALUATE WS-FIELD-ENTRY (WS-FIELD-SUB)
                   WHEN "DESCRIPTION"
                       PERFORM EDIT-ITEM-DESCRIPTION
                   WHEN "DEPARTMENT"
                       PERFORM EDIT-ITEM-DEPARTMENT
                   WHEN "PRICE"
                       PERFORM EDIT-ITEM-PRICE
                   WHEN "COST"
                       PERFORM EDIT-ITEM-COST
                   WHEN "ACTIVE"
                       PERFORM EDIT-ITEM-ACTIVE
                   WHEN "VENDOR"
                       PERFORM EDIT-ITEM-VENDOR
                   WHEN "REORDER-POINT"
                       PERFORM EDIT-ITEM-REORDER-POINT
                   WHEN "REORDER-QTY"
                       PERFORM EDIT-ITEM-REORDER-QTY
               END-EVALUATE
           END-IF.

       EDIT-ITEM-DESCRIPTION.
           IF WS-COLUMN-VALUE (WS-FIELD-SUB) (31:) NOT = SPACES
               MOVE "DESCRIPTION IS LONGER THAN 30 CHARACTERS"
                   TO WS-REJECT-REASON
               PERFORM REJECT-ROW
           ELSE
               IF WS-COLUMN-VALUE (WS-FIELD-SUB) NOT = IT-DESCRIPTION
                   MOVE IT-DESCRIPTION TO WS-CHANGE-OLD
                   MOVE WS-COLUMN-VALUE (WS-FIELD-SUB)
                       TO WS-CHANGE-NEW
                   PERFORM NOTE-FIELD-CHANGE
                   MOVE WS-COLUMN-VALUE (WS-FIELD-SUB)
                       TO IT-DESCRIPTION
               END-IF
           END-IF.

       EDIT-ITEM-DEPARTMENT.
           IF WS-COLUMN-VALUE (WS-FIELD-SUB) (11:) NOT = SPACES
               MOVE "DEPARTMENT IS LONGER THAN 10 CHARACTERS"
                   TO WS-REJECT-REASON
               PERFORM REJECT-ROW
           ELSE
               IF WS-COLUMN-VALUE (WS-FIELD-SUB) NOT = IT-DEPARTMENT
                   PERFORM CHECK-ITEM-DEPARTMENT
               END-IF
           END-IF.

       CHECK-ITEM-DEPARTMENT.
           MOVE "Y" TO WS-MASTER-FOUND-SWITCH.
           IF DEPT-VALIDATION-ON
               MOVE WS-COLUMN-VALUE (WS-FIELD-SUB) TO DEPT-CODE
               READ DEPARTMENT-FILE
                   KEY IS DEPT-CODE
                   INVALID KEY
                       MOVE "N" TO WS-MASTER-FOUND-SWITCH
               END-READ
           END-IF.
           IF FOUND-ON-MASTER
               MOVE IT-DEPARTMENT TO WS-CHANGE-OLD
               MOVE WS-COLUMN-VALUE (WS-FIELD-SUB) TO WS-CHANGE-NEW
               PERFORM NOTE-FIELD-CHANGE
               MOVE WS-COLUMN-VALUE (WS-FIELD-SUB) TO IT-DEPARTMENT
           ELSE
               MOVE SPACES TO WS-REJECT-REASON
               STRING "DEPARTMENT NOT ON MASTER: " DELIMITED BY SIZE
                      WS-COLUMN-VALUE (WS-FIELD-SUB)
                          DELIMITED BY SIZE
                      INTO WS-REJECT-REASON
                      ON OVERFLOW CONTINUE
               END-STRING
               PERFORM REJECT-ROW
           END-IF.

       EDIT-ITEM-PRICE.
      *    A zero price is refused, as ITEMMNT refuses it.
           PERFORM PARSE-MONEY-COLUMN.
           IF NUMBER-IS-VALID
               IF WS-PARSED-AMOUNT NOT > 0
                   OR WS-PARSED-AMOUNT > 99999.99
                   MOVE "0.01 TO 99999.99" TO WS-CHANGE-NEW
                   PERFORM BUILD-RANGE-REASON
               ELSE
                   IF WS-PARSED-AMOUNT NOT = IT-UNIT-PRICE
                       MOVE IT-UNIT-PRICE TO WS-EDIT-MONEY
                       MOVE WS-EDIT-MONEY TO WS-CHANGE-OLD
                       MOVE WS-PARSED-AMOUNT TO IT-UNIT-PRICE
                       MOVE IT-UNIT-PRICE TO WS-EDIT-MONEY
                       MOVE WS-EDIT-MONEY TO WS-CHANGE-NEW
                       PERFORM NOTE-FIELD-CHANGE
                       MOVE "Y" TO WS-PRICE-COST-SWITCH
                   END-IF
               END-IF
           END-IF.

       EDIT-ITEM-COST.
           PERFORM PARSE-MONEY-COLUMN.
           IF NUMBER-IS-VALID
               IF WS-PARSED-AMOUNT < 0
                   OR WS-PARSED-AMOUNT > 99999.99
                   MOVE "0 TO 99999.99" TO WS-CHANGE-NEW
                   PERFORM BUILD-RANGE-REASON
               ELSE
                   IF WS-PARSED-AMOUNT NOT = IT-UNIT-COST
                       MOVE IT-UNIT-COST TO WS-EDIT-MONEY
                       MOVE WS-EDIT-MONEY TO WS-CHANGE-OLD
                       MOVE WS-PARSED-AMOUNT TO IT-UNIT-COST
                       MOVE IT-UNIT-COST TO WS-EDIT-MONEY
                       MOVE WS-EDIT-MONEY TO WS-CHANGE-NEW
                       PERFORM NOTE-FIELD-CHANGE
                       MOVE "Y" TO WS-PRICE-COST-SWITCH
                   END-IF
               END-IF
           END-IF.

       EDIT-ITEM-ACTIVE.
           IF WS-COLUMN-VALUE (WS-FIELD-SUB) NOT = "A"
               AND WS-COLUMN-VALUE (WS-FIELD-SUB) NOT = "I"
               MOVE "A OR I" TO WS-CHANGE-NEW
               PERFORM BUILD-RANGE-REASON
           ELSE
               IF WS-COLUMN-VALUE (WS-FIELD-SUB) NOT = IT-ACTIVE-FLAG
                   MOVE IT-ACTIVE-FLAG TO WS-CHANGE-OLD
                   MOVE WS-COLUMN-VALUE (WS-FIELD-SUB)
                       TO WS-CHANGE-NEW
                   PERFORM NOTE-FIELD-CHANGE
                   MOVE WS-COLUMN-VALUE (WS-FIELD-SUB)
                       TO IT-ACTIVE-FLAG
               END-IF
           END-IF.

       EDIT-ITEM-VENDOR.
           IF WS-COLUMN-VALUE (WS-FIELD-SUB) (11:) NOT = SPACES
               MOVE "VENDOR IS LONGER THAN 10 CHARACTERS"
                   TO WS-REJECT-REASON
               PERFORM REJECT-ROW
           ELSE
               IF WS-COLUMN-VALUE (WS-FIELD-SUB) NOT = IT-VENDOR-ID
                   PERFORM CHECK-ITEM-VENDOR
               END-IF
           END-IF.

       CHECK-ITEM-VENDOR.
           MOVE "Y" TO WS-MASTER-FOUND-SWITCH.
           IF VENDOR-VALIDATION-ON
               MOVE WS-COLUMN-VALUE (WS-FIELD-SUB) TO VN-VENDOR-ID
               READ VENDOR-FILE
                   KEY IS VN-VENDOR-ID
                   INVALID KEY
                       MOVE "N" TO WS-MASTER-FOUND-SWITCH
               END-READ
           END-IF.
           IF FOUND-ON-MASTER
               MOVE IT-VENDOR-ID TO WS-CHANGE-OLD
               MOVE WS-COLUMN-VALUE (WS-FIELD-SUB) TO WS-CHANGE-NEW
               PERFORM NOTE-FIELD-CHANGE
               MOVE WS-COLUMN-VALUE (WS-FIELD-SUB) TO IT-VENDOR-ID
           ELSE
               MOVE SPACES TO WS-REJECT-REASON
               STRING "VENDOR NOT ON MASTER: " DELIMITED BY SIZE
                      WS-COLUMN-VALUE (WS-FIELD-SUB)
                          DELIMITED BY SIZE
                      INTO WS-REJECT-REASON
                      ON OVERFLOW CONTINUE
               END-STRING
               PERFORM REJECT-ROW
           END-IF.

       EDIT-ITEM-REORDER-POINT.
           PERFORM PARSE-WHOLE-COLUMN.
           IF NUMBER-IS-VALID
               IF WS-PARSED-AMOUNT < 0
                   OR WS-PARSED-AMOUNT > 9999999
                   MOVE "0 TO 9999999" TO WS-CHANGE-NEW
                   PERFORM BUILD-RANGE-REASON
               ELSE
                   IF WS-PARSED-AMOUNT NOT = IT-REORDER-POINT
                       MOVE IT-REORDER-POINT TO WS-EDIT-WHOLE
                       MOVE WS-EDIT-WHOLE TO WS-CHANGE-OLD
                       MOVE WS-PARSED-AMOUNT TO IT-REORDER-POINT
                       MOVE IT-REORDER-POINT TO WS-EDIT-WHOLE
                       MOVE WS-EDIT-WHOLE TO WS-CHANGE-NEW
                       PERFORM NOTE-FIELD-CHANGE
                   END-IF
               END-IF
           END-IF.

       EDIT-ITEM-REORDER-QTY.
           PERFORM PARSE-WHOLE-COLUMN.
           IF NUMBER-IS-VALID
               IF WS-PARSED-AMOUNT < 0
                   OR WS-PARSED-AMOUNT > 9999999
                   MOVE "0 TO 9999999" TO WS-CHANGE-NEW
                   PERFORM BUILD-RANGE-REASON
               ELSE
                   IF WS-PARSED-AMOUNT NOT = IT-REORDER-QUANTITY
                       MOVE IT-REORDER-QUANTITY TO WS-EDIT-WHOLE
                       MOVE WS-EDIT-WHOLE TO WS-CHANGE-OLD
                       MOVE WS-PARSED-AMOUNT TO IT-REORDER-QUANTITY
                       MOVE IT-REORDER-QUANTITY TO WS-EDIT-WHOLE
                       MOVE WS-EDIT-WHOLE TO WS-CHANGE-NEW
                       PERFORM NOTE-FIELD-CHANGE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * CREDIT - a limit for a customer on file, as CREDMNT keys it; a
      * customer with no limit yet gets one. Only a supervisor reaches
      * the apply pass, so CREDMNT's supervisor threshold is met.
      ******************************************************************
       EDIT-CREDIT-ROW.
           MOVE WS-ROW-KEY TO CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM REJECT-ROW
           END-READ.
           IF NOT ROW-REJECTED
               MOVE 0 TO WS-OLD-LIMIT
               MOVE WS-ROW-KEY TO CR-CUSTOMER-ID
               READ CUSTOMER-CREDIT-FILE
                   KEY IS CR-CUSTOMER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-ROW-NEW-SWITCH
                       MOVE WS-ROW-KEY TO CR-CUSTOMER-ID
                       MOVE 0 TO CR-CREDIT-LIMIT
                   NOT INVALID KEY
                       MOVE CR-CREDIT-LIMIT TO WS-OLD-LIMIT
               END-READ
               PERFORM EDIT-ONE-CREDIT-FIELD
                   VARYING WS-FIELD-SUB FROM 2 BY 1
                   UNTIL WS-FIELD-SUB > WS-COLUMN-COUNT
                       OR WS-FIELD-SUB > WS-FIELD-COUNT
           END-IF.
           IF ROW-IS-NEW-RECORD AND WS-CHANGE-COUNT = 0
               AND NOT ROW-REJECTED
               MOVE "NO LIMIT ON FILE AND NONE GIVEN"
                   TO WS-REJECT-REASON
               PERFORM REJECT-ROW
           END-IF.

       EDIT-ONE-CREDIT-FIELD.
      *    Zero is a valid limit - that is how credit is shut off.
           IF WS-COLUMN-VALUE (WS-FIELD-SUB) NOT = SPACES
               MOVE WS-FIELD-ENTRY (WS-FIELD-SUB) TO WS-CHANGE-LABEL
               PERFORM PARSE-MONEY-COLUMN
               IF NUMBER-IS-VALID
                   IF WS-PARSED-AMOUNT < 0
                       OR WS-PARSED-AMOUNT > 999999999.99
                       MOVE "0 TO 999999999.99" TO WS-CHANGE-NEW
                       PERFORM BUILD-RANGE-REASON
                   ELSE
                       IF WS-PARSED-AMOUNT NOT = CR-CREDIT-LIMIT
                           OR ROW-IS-NEW-RECORD
                           PERFORM NOTE-LIMIT-CHANGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       NOTE-LIMIT-CHANGE.
           IF ROW-IS-NEW-RECORD
               MOVE "(NONE)" TO WS-CHANGE-OLD
           ELSE
               MOVE CR-CREDIT-LIMIT TO WS-EDIT-MONEY
               MOVE WS-EDIT-MONEY TO WS-CHANGE-OLD
           END-IF.
           MOVE WS-PARSED-AMOUNT TO CR-CREDIT-LIMIT.
           MOVE CR-CREDIT-LIMIT TO WS-EDIT-MONEY.
           MOVE WS-EDIT-MONEY TO WS-CHANGE-NEW.
           PERFORM NOTE-FIELD-CHANGE.

      ******************************************************************
      * TAX - the rate is the percent, as TAXMNT keys it: 8.25 is
      * stored as the 0.0825 the invoice run multiplies by.
      ******************************************************************
       EDIT-TAX-ROW.
           MOVE WS-ROW-KEY TO TX-STATE.
           READ TAX-RATE-FILE
               KEY IS TX-STATE
               INVALID KEY
                   MOVE "Y" TO WS-ROW-NEW-SWITCH
                   MOVE WS-ROW-KEY TO TX-STATE
                   MOVE 0 TO TX-RATE
           END-READ.
           PERFORM EDIT-ONE-TAX-FIELD
               VARYING WS-FIELD-SUB FROM 2 BY 1
               UNTIL WS-FIELD-SUB > WS-COLUMN-COUNT
                   OR WS-FIELD-SUB > WS-FIELD-COUNT.
           IF ROW-IS-NEW-RECORD AND WS-CHANGE-COUNT = 0
               AND NOT ROW-REJECTED
               MOVE "STATE NOT ON FILE AND NO RATE GIVEN"
                   TO WS-REJECT-REASON
               PERFORM REJECT-ROW
           END-IF.

       EDIT-ONE-TAX-FIELD.
           IF WS-COLUMN-VALUE (WS-FIELD-SUB) NOT = SPACES
               MOVE "RATE PERCENT" TO WS-CHANGE-LABEL
               PERFORM PARSE-MONEY-COLUMN
               IF NUMBER-IS-VALID
                   IF WS-PARSED-AMOUNT < 0
                       OR WS-PARSED-AMOUNT > 99.99
                       MOVE "0 TO 99.99 PERCENT" TO WS-CHANGE-NEW
                       PERFORM BUILD-RANGE-REASON
                   ELSE
                       COMPUTE WS-RATE-PERCENT = TX-RATE * 100
                       IF WS-PARSED-AMOUNT NOT = WS-RATE-PERCENT
                           OR ROW-IS-NEW-RECORD
                           PERFORM NOTE-RATE-CHANGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       NOTE-RATE-CHANGE.
           IF ROW-IS-NEW-RECORD
               MOVE "(NONE)" TO WS-CHANGE-OLD
           ELSE
               MOVE WS-RATE-PERCENT TO WS-EDIT-PERCENT
               MOVE WS-EDIT-PERCENT TO WS-CHANGE-OLD
           END-IF.
           COMPUTE TX-RATE = WS-PARSED-AMOUNT / 100.
           MOVE WS-PARSED-AMOUNT TO WS-EDIT-PERCENT.
           MOVE WS-EDIT-PERCENT TO WS-CHANGE-NEW.
           PERFORM NOTE-FIELD-CHANGE.

      ******************************************************************
      * BUDGET - as BUDMNT, a department not on the master is called
      * out but the budget carries anyway; zero is a valid plan.
      ******************************************************************
       EDIT-BUDGET-ROW.
           MOVE WS-ROW-KEY TO DB-DEPARTMENT.
           READ BUDGET-FILE
               KEY IS DB-DEPARTMENT
               INVALID KEY
                   MOVE "Y" TO WS-ROW-NEW-SWITCH
                   MOVE WS-ROW-KEY TO DB-DEPARTMENT
                   MOVE 0 TO DB-MONTH-BUDGET
           END-READ.
           PERFORM EDIT-ONE-BUDGET-FIELD
               VARYING WS-FIELD-SUB FROM 2 BY 1
               UNTIL WS-FIELD-SUB > WS-COLUMN-COUNT
                   OR WS-FIELD-SUB > WS-FIELD-COUNT.
           IF ROW-IS-NEW-RECORD AND WS-CHANGE-COUNT = 0
               AND NOT ROW-REJECTED
               MOVE "NO BUDGET ON FILE AND NONE GIVEN"
                   TO WS-REJECT-REASON
               PERFORM REJECT-ROW
           END-IF.
           IF ROW-IS-NEW-RECORD AND NOT ROW-REJECTED
               AND DEPT-VALIDATION-ON
               MOVE WS-ROW-KEY TO DEPT-CODE
               READ DEPARTMENT-FILE
                   KEY IS DEPT-CODE
                   INVALID KEY
                       MOVE "NOTE - DEPT NOT ON MASTER; BUDGET CARRIES"
                           TO WS-REJECT-REASON
                       PERFORM NOTE-ROW-WARNING
               END-READ
           END-IF.

       EDIT-ONE-BUDGET-FIELD.
           IF WS-COLUMN-VALUE (WS-FIELD-SUB) NOT = SPACES
               MOVE WS-FIELD-ENTRY (WS-FIELD-SUB) TO WS-CHANGE-LABEL
               PERFORM PARSE-MONEY-COLUMN
               IF NUMBER-IS-VALID
                   IF WS-PARSED-AMOUNT NOT = DB-MONTH-BUDGET
                       OR ROW-IS-NEW-RECORD
                       PERFORM NOTE-BUDGET-CHANGE
                   END-IF
               END-IF
           END-IF.

       NOTE-BUDGET-CHANGE.
           IF ROW-IS-NEW-RECORD
               MOVE "(NONE)" TO WS-CHANGE-OLD
           ELSE
               MOVE DB-MONTH-BUDGET TO WS-EDIT-MONEY
               MOVE WS-EDIT-MONEY TO WS-CHANGE-OLD
           END-IF.
           MOVE WS-PARSED-AMOUNT TO DB-MONTH-BUDGET.
           MOVE DB-MONTH-BUDGET TO WS-EDIT-MONEY.
           MOVE WS-EDIT-MONEY TO WS-CHANGE-NEW.
           PERFORM NOTE-FIELD-CHANGE.

      ******************************************************************
      * Apply pass - the edited record is written, with the history
      * the maintenance screen writes for the same change.
      ******************************************************************
       APPLY-ONE-ROW.
           EVALUATE WS-WANTED-FILE
               WHEN "ITEM"
                   PERFORM APPLY-ITEM-ROW
               WHEN "CREDIT"
                   PERFORM APPLY-CREDIT-ROW
               WHEN "TAX"
                   PERFORM APPLY-TAX-ROW
               WHEN "BUDGET"
                   PERFORM APPLY-BUDGET-ROW
           END-EVALUATE.

       APPLY-ITEM-ROW.
           REWRITE ITEM-MASTER-RECORD
               INVALID KEY
                   PERFORM NOTE-UPDATE-FAILED
               NOT INVALID KEY
                   IF IT-UNIT-PRICE NOT = WS-OLD-PRICE
                       PERFORM RECORD-PRICE-CHANGE
                   END-IF
           END-REWRITE.

       RECORD-PRICE-CHANGE.
      *    An imported price takes effect at once, like one keyed in
      *    ITEMMNT, so the entry is dated the business date.
           MOVE IT-ITEM-NUMBER   TO PH-WS-ITEM-NUMBER.
           MOVE WS-BUSINESS-DATE TO PH-WS-EFFECTIVE-DATE.
           MOVE WS-OLD-PRICE     TO PH-WS-OLD-PRICE.
           MOVE IT-UNIT-PRICE    TO PH-WS-NEW-PRICE.
           MOVE OP-SIGNED-ON-ID  TO PH-WS-OPERATOR-ID.
           MOVE "M"              TO PH-WS-CHANGE-SOURCE.
           PERFORM WRITE-PRICE-HISTORY.

       APPLY-CREDIT-ROW.
           IF ROW-IS-NEW-RECORD
               WRITE CUSTOMER-CREDIT-RECORD
                   INVALID KEY
                       PERFORM NOTE-UPDATE-FAILED
               END-WRITE
           ELSE
               REWRITE CUSTOMER-CREDIT-RECORD
                   INVALID KEY
                       PERFORM NOTE-UPDATE-FAILED
               END-REWRITE
           END-IF.
           IF NOT ROW-REJECTED
               MOVE CR-CUSTOMER-ID  TO LH-CUSTOMER-ID
               MOVE WS-OLD-LIMIT    TO LH-OLD-LIMIT
               MOVE CR-CREDIT-LIMIT TO LH-NEW-LIMIT
               MOVE OP-SIGNED-ON-ID TO LH-OPERATOR-ID
               PERFORM WRITE-LIMIT-HISTORY-ENTRY
           END-IF.

       APPLY-TAX-ROW.
           IF ROW-IS-NEW-RECORD
               WRITE TAX-RATE-RECORD
                   INVALID KEY
                       PERFORM NOTE-UPDATE-FAILED
               END-WRITE
           ELSE
               REWRITE TAX-RATE-RECORD
                   INVALID KEY
                       PERFORM NOTE-UPDATE-FAILED
               END-REWRITE
           END-IF.

       APPLY-BUDGET-ROW.
           IF ROW-IS-NEW-RECORD
               WRITE BUDGET-RECORD
                   INVALID KEY
                       PERFORM NOTE-UPDATE-FAILED
               END-WRITE
           ELSE
               REWRITE BUDGET-RECORD
                   INVALID KEY
                       PERFORM NOTE-UPDATE-FAILED
               END-REWRITE
           END-IF.

       NOTE-UPDATE-FAILED.
           MOVE "UPDATE FAILED - RECORD NOT WRITTEN"
               TO WS-REJECT-REASON.
           PERFORM REJECT-ROW.

       PRINT-PASS-SUMMARY.
           MOVE WS-ROWS-READ     TO SUM-READ.
           MOVE WS-ROWS-CHANGED  TO SUM-CHANGED.
           MOVE WS-ROWS-SAME     TO SUM-SAME.
           MOVE WS-ROWS-REJECTED TO SUM-REJECTED.
           IF EDIT-PASS
               MOVE "  WOULD CHG: " TO SUM-CHANGED-TITLE
           ELSE
               MOVE "  APPLIED: " TO SUM-CHANGED-TITLE
           END-IF.
           MOVE " " TO PRINT-CC.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE IMPORT-SUMMARY-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

           COPY LMHSPD.
           COPY OPERPD.
           COPY PARMPD.
           COPY PHSTPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
