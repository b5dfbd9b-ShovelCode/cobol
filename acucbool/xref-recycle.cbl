       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFRCYC.
      ******************************************************************
      * Purpose: Nightly part-number hold recycle. Re-tests every
      *          imported line ORDIMPRT held because the customer's
      *          part number had no cross-reference: a part the buyer
      *          has since mapped (XREFMNT, or a catalog XREFLOAD
      *          took in) to an active item on the master is
      *          released onto orderlin.dat under the order number
      *          the sender was already given, with any price
      *          agreement for the item applied as ORDIMPRT would
      *          have, so the order run picks it up tonight. The rest
      *          stay held and print on the unmapped part report -
      *          the buyer's worklist - with the age of the hold, and
      *          the run ends WARNING while anything is still held.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY XHLDSEL.

           SELECT PART-HOLD-WORK-FILE ASSIGN TO "ordxhold.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PART-HOLD-WORK-STATUS.

           SELECT ORDER-LINE-FILE ASSIGN TO "orderlin.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ORDER-LINE-STATUS.

           COPY CXRFSEL.
           COPY ITEMSEL.
           COPY PRAGSEL.

           SELECT PRINT-FILE ASSIGN TO "xrefrcyc.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PART-HOLD-FILE.
           COPY XHLDREC.

       FD  PART-HOLD-WORK-FILE.
       01  PART-HOLD-WORK-RECORD   PIC X(98).

       FD  ORDER-LINE-FILE.
           COPY ORDLREC.

       FD  CUSTOMER-XREF-FILE.
           COPY CXRFREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

           COPY PRAGFD.
           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  PART-HOLD-STATUS        PIC XX.
       01  PART-HOLD-WORK-STATUS   PIC XX.
       01  ORDER-LINE-STATUS       PIC XX.
       01  CUSTOMER-XREF-STATUS    PIC XX.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-PART-HOLDS               VALUE "Y".
       01  WS-WORK-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-WORK-FILE                VALUE "Y".
       01  WS-XREF-CHECK-SWITCH    PIC X       VALUE "N".
           88  XREF-LOOKUP-ON                  VALUE "Y".
       01  WS-ITEM-CHECK-SWITCH    PIC X       VALUE "N".
           88  ITEM-LOOKUP-ON                  VALUE "Y".
       01  WS-XREF-FOUND-SWITCH    PIC X.
           88  PART-IS-MAPPED                  VALUE "Y".
       01  WS-RELEASE-SWITCH       PIC X.
           88  LINE-CAN-RELEASE                VALUE "Y".
       01  WS-MAPPED-ITEM          PIC X(10).
       01  WS-RELEASED-COUNT       PIC 9(5)    VALUE 0.
       01  WS-RETAINED-COUNT       PIC 9(5)    VALUE 0.
       01  WS-TODAY-RUN-DATE       PIC 9(8).
       01  WS-TODAY-INTEGER        PIC 9(8).
       01  WS-HOLD-INTEGER         PIC 9(8).
       01  WS-AGE-DAYS             PIC 9(3).

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY PRAGWS.

       01  XREF-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(12) VALUE "THEIR-PART".
           05  FILLER              PIC X(12) VALUE "DEPARTMENT".
           05  FILLER              PIC X(8)  VALUE "   QTY".
           05  FILLER              PIC X(11) VALUE "  PRICE".
           05  FILLER              PIC X(10) VALUE "ORDER".
           05  FILLER              PIC X(10) VALUE "HELD-ON".
           05  FILLER              PIC X(5)  VALUE "AGE".
           05  FILLER              PIC X(12) VALUE "OUR-ITEM".
           05  FILLER              PIC X(40) VALUE "REASON".

       01  XREF-DETAIL-LINE.
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-CUSTOMER-PART   PIC X(12).
           05  DTL-DEPARTMENT      PIC X(12).
           05  DTL-QUANTITY        PIC ZZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-UNIT-PRICE      PIC ZZZZ9.99-.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-ORDER-NUMBER    PIC 9(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-HOLD-DATE       PIC 9(8).
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-AGE-DAYS        PIC ZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-MAPPED-ITEM     PIC X(12).
           05  DTL-REASON          PIC X(40).

       01  XREF-SUMMARY-LINE.
           05  FILLER              PIC X(18) VALUE
               "RELEASED TONIGHT: ".
           05  SUM-RELEASED        PIC ZZZZ9.
           05  FILLER              PIC X(17) VALUE
               "   STILL HELD:   ".
           05  SUM-RETAINED        PIC ZZZZ9.
           05  FILLER              PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "XREFRCYC" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-RUN-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-RUN-DATE).
           OPEN INPUT PART-HOLD-FILE.
           IF PART-HOLD-STATUS NOT = "00"
               DISPLAY "NO PART-NUMBER HOLD FILE - NOTHING TO RELEASE"
               MOVE RC-NORMAL TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM OPEN-REMAINING-FILES.
           MOVE "XREFRCYC" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           PERFORM READ-PART-HOLD.
           PERFORM RECYCLE-ONE-HELD-LINE
               UNTIL END-OF-PART-HOLDS.
           PERFORM PRINT-RECYCLE-SUMMARY.
           PERFORM PRINT-REPORT-TRAILER.
           PERFORM CLOSE-MAIN-FILES.
           PERFORM COPY-WORK-FILE-BACK.
           DISPLAY "PART-NUMBER HOLD RECYCLE COMPLETE - "
               WS-RELEASED-COUNT " RELEASED, "
               WS-RETAINED-COUNT " STILL HELD".
           IF WS-RETAINED-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-REMAINING-FILES.
           OPEN OUTPUT PART-HOLD-WORK-FILE.
           OPEN INPUT CUSTOMER-XREF-FILE.
           IF CUSTOMER-XREF-STATUS = "00"
               MOVE "Y" TO WS-XREF-CHECK-SWITCH
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ITEM-CHECK-SWITCH
           END-IF.
           OPEN EXTEND ORDER-LINE-FILE.
           IF ORDER-LINE-STATUS = "05" OR "35"
               OPEN OUTPUT ORDER-LINE-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE XREF-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       READ-PART-HOLD.
           READ PART-HOLD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       RECYCLE-ONE-HELD-LINE.
           PERFORM FIND-MAPPED-ITEM.
           IF LINE-CAN-RELEASE
               PERFORM RELEASE-TO-ORDER-FILE
           ELSE
               PERFORM RETAIN-HELD-LINE
           END-IF.
           PERFORM READ-PART-HOLD.

       FIND-MAPPED-ITEM.
      *    The same rule ORDIMPRT applies: their part number on the
      *    cross-reference first, else the number as one of ours.
           MOVE "N" TO WS-RELEASE-SWITCH.
           MOVE "N" TO WS-XREF-FOUND-SWITCH.
           MOVE XH-CUSTOMER-PART TO WS-MAPPED-ITEM.
           IF XREF-LOOKUP-ON
               MOVE XH-CUSTOMER-ID   TO CX-CUSTOMER-ID
               MOVE XH-CUSTOMER-PART TO CX-CUSTOMER-PART
               READ CUSTOMER-XREF-FILE
                   KEY IS CX-XREF-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-XREF-FOUND-SWITCH
                       MOVE CX-ITEM-NUMBER TO WS-MAPPED-ITEM
               END-READ
           END-IF.
           IF ITEM-LOOKUP-ON
               PERFORM CHECK-MAPPED-ITEM
           ELSE
               IF PART-IS-MAPPED
                   MOVE "Y" TO WS-RELEASE-SWITCH
               ELSE
                   MOVE "NOXR" TO XH-REASON-CODE
               END-IF
           END-IF.

       CHECK-MAPPED-ITEM.
           MOVE WS-MAPPED-ITEM TO IT-ITEM-NUMBER.
           READ ITEM-MASTER-FILE
               KEY IS IT-ITEM-NUMBER
               INVALID KEY
                   IF PART-IS-MAPPED
                       MOVE "BADX" TO XH-REASON-CODE
                   ELSE
                       MOVE "NOXR" TO XH-REASON-CODE
                   END-IF
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ITEM-ACTIVE
                           MOVE "Y" TO WS-RELEASE-SWITCH
                       WHEN PART-IS-MAPPED
                           MOVE "ITIN" TO XH-REASON-CODE
                       WHEN OTHER
                           MOVE "NOXR" TO XH-REASON-CODE
                   END-EVALUATE
           END-READ.

       RELEASE-TO-ORDER-FILE.
      *    Priced as of the day it was ordered, as the import would
      *    have priced it that night.
           MOVE XH-DEPARTMENT   TO OL-DEPARTMENT.
           MOVE XH-CUSTOMER-ID  TO OL-CUSTOMER-ID.
           MOVE XH-QUANTITY     TO OL-QUANTITY.
           MOVE XH-UNIT-PRICE   TO OL-UNIT-PRICE.
           MOVE WS-MAPPED-ITEM  TO OL-ITEM-NUMBER.
           MOVE XH-UNIT-PRICE   TO PA-WS-STD-PRICE.
           MOVE XH-CUSTOMER-ID  TO PA-WS-CUSTOMER-ID.
           MOVE XH-DEPARTMENT   TO PA-WS-DEPARTMENT.
           MOVE WS-MAPPED-ITEM  TO PA-WS-ITEM-NUMBER.
           MOVE XH-ORDER-DATE   TO PA-WS-PRICE-DATE.
           PERFORM FIND-PRICE-AGREEMENT.
           IF PA-AGREEMENT-FOUND
               MOVE PA-WS-AGREED-PRICE TO OL-UNIT-PRICE
               MOVE XH-QUANTITY TO PA-WS-USE-QUANTITY
               PERFORM WRITE-AGREEMENT-USAGE
           END-IF.
           MOVE XH-OPERATOR-ID  TO OL-OPERATOR-ID.
           MOVE XH-BRANCH-CODE  TO OL-BRANCH-CODE.
           MOVE XH-ORDER-NUMBER TO OL-ORDER-NUMBER.
           MOVE XH-ORDER-DATE   TO OL-ORDER-DATE.
           MOVE XH-SHIP-TO-CODE TO OL-SHIP-TO-CODE.
           WRITE ORDER-LINE-RECORD.
           ADD 1 TO WS-RELEASED-COUNT.

       RETAIN-HELD-LINE.
           COMPUTE WS-HOLD-INTEGER =
               FUNCTION INTEGER-OF-DATE (XH-HOLD-DATE).
           COMPUTE WS-AGE-DAYS =
               WS-TODAY-INTEGER - WS-HOLD-INTEGER.
           MOVE PART-HOLD-RECORD TO PART-HOLD-WORK-RECORD.
           WRITE PART-HOLD-WORK-RECORD.
           ADD 1 TO WS-RETAINED-COUNT.
           PERFORM PRINT-RETAINED-LINE.

       PRINT-RETAINED-LINE.
           MOVE XH-CUSTOMER-ID   TO DTL-CUSTOMER-ID.
           MOVE XH-CUSTOMER-PART TO DTL-CUSTOMER-PART.
           MOVE XH-DEPARTMENT    TO DTL-DEPARTMENT.
           MOVE XH-QUANTITY      TO DTL-QUANTITY.
           MOVE XH-UNIT-PRICE    TO DTL-UNIT-PRICE.
           MOVE XH-ORDER-NUMBER  TO DTL-ORDER-NUMBER.
           MOVE XH-HOLD-DATE     TO DTL-HOLD-DATE.
           MOVE WS-AGE-DAYS      TO DTL-AGE-DAYS.
           EVALUATE TRUE
               WHEN XH-XREF-ITEM-MISSING
                   MOVE WS-MAPPED-ITEM TO DTL-MAPPED-ITEM
                   MOVE "MAPPED TO AN ITEM NOT ON THE MASTER"
                       TO DTL-REASON
               WHEN XH-XREF-ITEM-INACTIVE
                   MOVE WS-MAPPED-ITEM TO DTL-MAPPED-ITEM
                   MOVE "MAPPED TO AN INACTIVE ITEM"
                       TO DTL-REASON
               WHEN OTHER
                   MOVE SPACES TO DTL-MAPPED-ITEM
                   MOVE "PART NUMBER NOT CROSS-REFERENCED"
                       TO DTL-REASON
           END-EVALUATE.
           MOVE " " TO PRINT-CC.
           MOVE XREF-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-RECYCLE-SUMMARY.
           MOVE WS-RELEASED-COUNT TO SUM-RELEASED.
           MOVE WS-RETAINED-COUNT TO SUM-RETAINED.
           MOVE " " TO PRINT-CC.
           MOVE XREF-SUMMARY-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       CLOSE-MAIN-FILES.
           CLOSE PART-HOLD-FILE.
           CLOSE PART-HOLD-WORK-FILE.
           IF XREF-LOOKUP-ON
               CLOSE CUSTOMER-XREF-FILE
           END-IF.
           IF ITEM-LOOKUP-ON
               CLOSE ITEM-MASTER-FILE
           END-IF.
           CLOSE ORDER-LINE-FILE.
           CLOSE PRINT-FILE.

       COPY-WORK-FILE-BACK.
      *    The lines still held become the new hold file, so the
      *    released ones really leave it tonight.
           OPEN INPUT PART-HOLD-WORK-FILE.
           OPEN OUTPUT PART-HOLD-FILE.
           MOVE "N" TO WS-WORK-EOF-SWITCH.
           PERFORM READ-WORK-RECORD.
           PERFORM COPY-ONE-WORK-RECORD
               UNTIL END-OF-WORK-FILE.
           CLOSE PART-HOLD-WORK-FILE.
           CLOSE PART-HOLD-FILE.

       READ-WORK-RECORD.
           READ PART-HOLD-WORK-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF-SWITCH
           END-READ.

       COPY-ONE-WORK-RECORD.
           MOVE PART-HOLD-WORK-RECORD TO PART-HOLD-RECORD.
           WRITE PART-HOLD-RECORD.
           PERFORM READ-WORK-RECORD.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY PRAGPD.
