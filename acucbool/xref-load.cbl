       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFLOAD.
      ******************************************************************
      * Purpose: Customer catalog load for the part cross-reference.
      *          An account that orders by its own catalog numbers
      *          sends its catalog as xrefcat.dat: an H record naming
      *          the customer, then a D record per part giving their
      *          part number, the item of ours it is and their
      *          description. More than one customer's catalog may
      *          follow in the same file, each under its own H. Each
      *          part passes the same edits XREFMNT applies at the
      *          keyboard - customer on file, part number not blank,
      *          item on the master and active - and is added to
      *          custxref.dat, or changed when already mapped to a
      *          different item or description, stamped source C with
      *          the business date. Every part prints on xrefload.prt
      *          as ADDED, CHANGED (with the item it was mapped to),
      *          NO CHANGE or REJECTED with the reason. The catalog
      *          is consumed to a dated xcproc archive so it never
      *          loads twice; no catalog tonight is a normal end, and
      *          any reject ends RC-WARNING for the buyer to follow
      *          up. Lines held for these parts release on the next
      *          XREFRCYC run.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "xrefcat.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.

           COPY CXRFSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY ITEMSEL.

           SELECT PROCESSED-CATALOG-FILE ASSIGN TO WS-XCPROC-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROCESSED-CATALOG-STATUS.

           SELECT PRINT-FILE ASSIGN TO "xrefload.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.
           COPY STATSSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  XC-RECORD-TYPE      PIC X.
               88  XC-HEADER-RECORD            VALUE "H".
               88  XC-DETAIL-RECORD            VALUE "D".
           05  XC-RECORD-BODY      PIC X(50).
           05  XC-HEADER-FIELDS REDEFINES XC-RECORD-BODY.
               10  XC-CUSTOMER-ID  PIC X(10).
               10  FILLER          PIC X(40).
           05  XC-DETAIL-FIELDS REDEFINES XC-RECORD-BODY.
               10  XC-CUSTOMER-PART PIC X(10).
               10  XC-ITEM-NUMBER  PIC X(10).
               10  XC-DESCRIPTION  PIC X(30).

       FD  CUSTOMER-XREF-FILE.
           COPY CXRFREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  PROCESSED-CATALOG-FILE.
       01  PROCESSED-CATALOG-RECORD PIC X(51).

           COPY PRTRECFD.
           COPY RUNLOGFD.
           COPY STATSFD.

       WORKING-STORAGE SECTION.
       01  CATALOG-FILE-STATUS     PIC XX.
       01  CUSTOMER-XREF-STATUS    PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  PROCESSED-CATALOG-STATUS PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-CATALOG-FILE             VALUE "Y".
       01  WS-HEADER-OK-SWITCH     PIC X       VALUE "N".
           88  CATALOG-CUSTOMER-ON-FILE        VALUE "Y".
       01  WS-PART-OK-SWITCH       PIC X.
           88  PART-IS-USABLE                  VALUE "Y".
       01  WS-CATALOG-CUSTOMER     PIC X(10)   VALUE SPACES.
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-PRIOR-ITEM-NUMBER    PIC X(10).
       01  WS-DETAIL-COUNT         PIC 9(6)    VALUE 0.
       01  WS-ADDED-COUNT          PIC 9(6)    VALUE 0.
       01  WS-CHANGED-COUNT        PIC 9(6)    VALUE 0.
       01  WS-UNCHANGED-COUNT      PIC 9(6)    VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(6)    VALUE 0.
       01  WS-XCPROC-NAME.
           05  FILLER              PIC X(7)  VALUE "xcproc.".
           05  WS-XCPROC-DATE      PIC 9(8).

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY STATSWS.

       01  CATALOG-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(12) VALUE "THEIR-PART".
           05  FILLER              PIC X(12) VALUE "OUR-ITEM".
           05  FILLER              PIC X(11) VALUE "ACTION".
           05  FILLER              PIC X(32) VALUE
               "REASON / WAS MAPPED TO".
           05  FILLER              PIC X(53) VALUE SPACES.

       01  CATALOG-DETAIL-LINE.
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-CUSTOMER-PART   PIC X(12).
           05  DTL-ITEM-NUMBER     PIC X(12).
           05  DTL-ACTION          PIC X(11).
           05  DTL-REASON          PIC X(32).
           05  FILLER              PIC X(53) VALUE SPACES.

       01  CATALOG-SUMMARY-LINE.
           05  FILLER              PIC X(12) VALUE "PARTS READ".
           05  SUM-DETAIL-COUNT    PIC ZZZZZ9.
           05  FILLER              PIC X(9)  VALUE "  ADDED".
           05  SUM-ADDED-COUNT     PIC ZZZZZ9.
           05  FILLER              PIC X(11) VALUE "  CHANGED".
           05  SUM-CHANGED-COUNT   PIC ZZZZZ9.
           05  FILLER              PIC X(13) VALUE "  NO CHANGE".
           05  SUM-UNCHANGED-COUNT PIC ZZZZZ9.
           05  FILLER              PIC X(12) VALUE "  REJECTED".
           05  SUM-REJECTED-COUNT  PIC ZZZZZ9.
           05  FILLER              PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "XREFLOAD" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "NO CUSTOMER CATALOG TONIGHT"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-LOAD-FILES.
           MOVE "XREFLOAD" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           PERFORM READ-CATALOG-RECORD.
           PERFORM LOAD-ONE-RECORD
               UNTIL END-OF-CATALOG-FILE.
           CLOSE CATALOG-FILE.
           PERFORM PRINT-SUMMARY-LINE.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE CUSTOMER-XREF-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE PRINT-FILE.
           PERFORM CONSUME-CATALOG-FILE.
           DISPLAY "CATALOG LOAD COMPLETE - " WS-ADDED-COUNT
               " ADDED, " WS-CHANGED-COUNT " CHANGED, "
               WS-REJECTED-COUNT " REJECTED".
           IF WS-REJECTED-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           MOVE "XREFLOAD" TO SS-PROGRAM-NAME.
           MOVE WS-DETAIL-COUNT   TO SS-RECORDS-READ.
           COMPUTE SS-RECORDS-WRITTEN =
               WS-ADDED-COUNT + WS-CHANGED-COUNT.
           MOVE WS-REJECTED-COUNT TO SS-RECORDS-REJECTED.
           PERFORM WRITE-STEP-STATISTICS.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-LOAD-FILES.
           OPEN I-O CUSTOMER-XREF-FILE.
           IF CUSTOMER-XREF-STATUS = "05" OR "35"
               CLOSE CUSTOMER-XREF-FILE
               OPEN OUTPUT CUSTOMER-XREF-FILE
               CLOSE CUSTOMER-XREF-FILE
               OPEN I-O CUSTOMER-XREF-FILE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT ITEM-MASTER-FILE.
           OPEN OUTPUT PRINT-FILE.

       READ-CATALOG-RECORD.
           READ CATALOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       LOAD-ONE-RECORD.
           EVALUATE TRUE
               WHEN XC-HEADER-RECORD
                   PERFORM START-CUSTOMER-CATALOG
               WHEN XC-DETAIL-RECORD
                   ADD 1 TO WS-DETAIL-COUNT
                   PERFORM LOAD-ONE-PART
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM READ-CATALOG-RECORD.

       START-CUSTOMER-CATALOG.
      *    Parts under a header for a customer we do not have are
      *    rejected one by one, so the buyer sees what was sent.
           MOVE XC-CUSTOMER-ID TO WS-CATALOG-CUSTOMER.
           MOVE "N" TO WS-HEADER-OK-SWITCH.
           MOVE XC-CUSTOMER-ID TO CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   DISPLAY "*** CATALOG CUSTOMER " XC-CUSTOMER-ID
                       " NOT ON FILE"
               NOT INVALID KEY
                   MOVE "Y" TO WS-HEADER-OK-SWITCH
           END-READ.

       LOAD-ONE-PART.
           PERFORM EDIT-ONE-PART.
           IF NOT PART-IS-USABLE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED"       TO DTL-ACTION
               MOVE WS-REJECT-REASON TO DTL-REASON
               PERFORM PRINT-PART-LINE
           ELSE
               MOVE WS-CATALOG-CUSTOMER TO CX-CUSTOMER-ID
               MOVE XC-CUSTOMER-PART    TO CX-CUSTOMER-PART
               READ CUSTOMER-XREF-FILE
                   KEY IS CX-XREF-KEY
                   INVALID KEY
                       PERFORM ADD-CROSS-REFERENCE
                   NOT INVALID KEY
                       PERFORM CHANGE-CROSS-REFERENCE
               END-READ
           END-IF.

       EDIT-ONE-PART.
           MOVE "N" TO WS-PART-OK-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN NOT CATALOG-CUSTOMER-ON-FILE
                   MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
               WHEN XC-CUSTOMER-PART = SPACES
                   MOVE "PART NUMBER BLANK" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-CATALOG-ITEM
           END-EVALUATE.

       CHECK-CATALOG-ITEM.
      *    Only an active item can be mapped - a line translated to
      *    an inactive one would only be held again.
           MOVE XC-ITEM-NUMBER TO IT-ITEM-NUMBER.
           READ ITEM-MASTER-FILE
               KEY IS IT-ITEM-NUMBER
               INVALID KEY
                   MOVE "ITEM NOT ON ITEM MASTER"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF ITEM-INACTIVE
                       MOVE "ITEM IS INACTIVE" TO WS-REJECT-REASON
                   ELSE
                       MOVE "Y" TO WS-PART-OK-SWITCH
                   END-IF
           END-READ.

       ADD-CROSS-REFERENCE.
           MOVE WS-CATALOG-CUSTOMER TO CX-ITEM-CUSTOMER-ID.
           MOVE XC-ITEM-NUMBER      TO CX-ITEM-NUMBER.
           MOVE XC-DESCRIPTION      TO CX-DESCRIPTION.
           MOVE "C"                 TO CX-SOURCE.
           MOVE WS-BUSINESS-DATE    TO CX-CHANGED-DATE.
           WRITE CUSTOMER-XREF-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED" TO DTL-ACTION
                   MOVE "WRITE FAILED" TO DTL-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE "ADDED" TO DTL-ACTION
                   MOVE SPACES  TO DTL-REASON
           END-WRITE.
           PERFORM PRINT-PART-LINE.

       CHANGE-CROSS-REFERENCE.
      *    The catalog is the customer's word on their own numbers,
      *    so it replaces a keyed mapping too; the report shows what
      *    the part was mapped to before.
           IF CX-ITEM-NUMBER = XC-ITEM-NUMBER
               AND CX-DESCRIPTION = XC-DESCRIPTION
               ADD 1 TO WS-UNCHANGED-COUNT
               MOVE "NO CHANGE" TO DTL-ACTION
               MOVE SPACES      TO DTL-REASON
           ELSE
               MOVE CX-ITEM-NUMBER   TO WS-PRIOR-ITEM-NUMBER
               MOVE XC-ITEM-NUMBER   TO CX-ITEM-NUMBER
               MOVE XC-DESCRIPTION   TO CX-DESCRIPTION
               MOVE "C"              TO CX-SOURCE
               MOVE WS-BUSINESS-DATE TO CX-CHANGED-DATE
               REWRITE CUSTOMER-XREF-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE "REJECTED" TO DTL-ACTION
                       MOVE "REWRITE FAILED" TO DTL-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE "CHANGED" TO DTL-ACTION
                       MOVE WS-PRIOR-ITEM-NUMBER TO DTL-REASON
               END-REWRITE
           END-IF.
           PERFORM PRINT-PART-LINE.

       PRINT-PART-LINE.
           MOVE WS-CATALOG-CUSTOMER TO DTL-CUSTOMER-ID.
           MOVE XC-CUSTOMER-PART    TO DTL-CUSTOMER-PART.
           MOVE XC-ITEM-NUMBER      TO DTL-ITEM-NUMBER.
           MOVE " " TO PRINT-CC.
           MOVE CATALOG-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE CATALOG-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       PRINT-SUMMARY-LINE.
           MOVE WS-DETAIL-COUNT    TO SUM-DETAIL-COUNT.
           MOVE WS-ADDED-COUNT     TO SUM-ADDED-COUNT.
           MOVE WS-CHANGED-COUNT   TO SUM-CHANGED-COUNT.
           MOVE WS-UNCHANGED-COUNT TO SUM-UNCHANGED-COUNT.
           MOVE WS-REJECTED-COUNT  TO SUM-REJECTED-COUNT.
           MOVE " " TO PRINT-CC.
           MOVE CATALOG-SUMMARY-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       CONSUME-CATALOG-FILE.
      *    Loaded means loaded - rejected parts are corrected and
      *    sent again, or keyed through XREFMNT.
           MOVE WS-BUSINESS-DATE TO WS-XCPROC-DATE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CATALOG-FILE.
           OPEN EXTEND PROCESSED-CATALOG-FILE.
           IF PROCESSED-CATALOG-STATUS = "05" OR "35"
               OPEN OUTPUT PROCESSED-CATALOG-FILE
           END-IF.
           PERFORM READ-CATALOG-RECORD.
           PERFORM ARCHIVE-ONE-CATALOG-RECORD
               UNTIL END-OF-CATALOG-FILE.
           CLOSE CATALOG-FILE.
           CLOSE PROCESSED-CATALOG-FILE.
           OPEN OUTPUT CATALOG-FILE.
           CLOSE CATALOG-FILE.
           DISPLAY "CATALOG CONSUMED - ARCHIVED TO " WS-XCPROC-NAME.

       ARCHIVE-ONE-CATALOG-RECORD.
           MOVE CATALOG-RECORD TO PROCESSED-CATALOG-RECORD.
           WRITE PROCESSED-CATALOG-RECORD.
           PERFORM READ-CATALOG-RECORD.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY STATSPD.
