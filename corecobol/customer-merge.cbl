      *          the survivor's key, its credit limit carries
      *          over when the survivor has none, and its
      *          status-history entries re-key to the survivor so
      *          the account's lifecycle stays in one place. Its
      *          ship-to addresses move under the survivor - a code
      *          the survivor already uses is a collision, left on
      *          the duplicate and listed - and its place in a
      *          franchise group re-keys, both as a member and as
      *          the parent its children name. Its payment terms,
      *          freight waiver, tax exemption certificates, rep
      *          assignments and part-number cross-references carry
      *          over where the survivor has none; where the
      *          survivor has its own, the survivor's stands and the
      *          duplicate's is left in place and listed as a
      *          conflict on the merge report (custmerg.prt) for the
      *          supervisor to settle in the maintenance programs.
      *          The duplicate is
      *          then closed with a MERG reason in the status history
      *          and the change is on the change log and the recovery
      *          journal like any other update, so the merge can be
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATUS-WORK-STATUS.

           SELECT PRINT-FILE ASSIGN TO "custmerg.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY CBALSEL.
           COPY CREDSEL.
           COPY OPNISEL.
           COPY SHIPSEL.
           COPY HIERSEL.
           COPY CTRMSEL.
           COPY CFRTSEL.
           COPY TXEXSEL.
           COPY CREPSEL.
           COPY CXRFSEL.
           COPY STHSSEL.
           COPY CHGLOGSEL.
           COPY JRNLSEL.
           COPY ORDLREC.

       FD  ORDER-WORK-FILE.
       01  ORDER-WORK-RECORD       PIC X(76).

       FD  MTD-ORDER-FILE.
           COPY ORDMREC.

       FD  MTD-WORK-FILE.
       01  MTD-WORK-RECORD         PIC X(86).

       FD  STATUS-WORK-FILE.
       01  STATUS-WORK-RECORD      PIC X(32).
       FD  OPEN-ITEM-FILE.
           COPY OPNIREC.

       FD  SHIP-TO-FILE.
           COPY SHIPREC.

       FD  ACCOUNT-HIERARCHY-FILE.
           COPY HIERREC.

       FD  CUSTOMER-TERMS-FILE.
           COPY CTRMREC.

       FD  CUSTOMER-FREIGHT-FILE.
           COPY CFRTREC.

       FD  TAX-EXEMPT-FILE.
           COPY TXEXREC.

       FD  CUSTOMER-REP-FILE.
           COPY CREPREC.

       FD  CUSTOMER-XREF-FILE.
           COPY CXRFREC.

           COPY PRTRECFD.

           COPY STHSFD.
           COPY CHGLOGFD.
           COPY JRNLFD.
       01  STATUS-WORK-STATUS      PIC XX.
       01  BALANCE-FILE-STATUS     PIC XX.
       01  CREDIT-FILE-STATUS      PIC XX.
       01  SHIP-TO-STATUS          PIC XX.
       01  HIERARCHY-FILE-STATUS   PIC XX.
       01  CUSTOMER-TERMS-STATUS   PIC XX.
       01  CUSTOMER-FREIGHT-STATUS PIC XX.
       01  TAX-EXEMPT-STATUS       PIC XX.
       01  CUSTOMER-REP-STATUS     PIC XX.
       01  CUSTOMER-XREF-STATUS    PIC XX.

           COPY CHGLOGWS.
       01  WS-SURVIVOR-ID          PIC X(10).
       01  WS-MTD-MOVED-COUNT      PIC 9(5)    VALUE 0.
       01  WS-ITEM-MOVED-COUNT     PIC 9(5)    VALUE 0.
       01  WS-STATUS-MOVED-COUNT   PIC 9(5)    VALUE 0.
       01  WS-SHIP-TO-MOVED-COUNT  PIC 9(5)    VALUE 0.
       01  WS-HIER-MOVED-COUNT     PIC 9(5)    VALUE 0.
       01  WS-CHILD-MOVED-COUNT    PIC 9(5)    VALUE 0.
       01  WS-CARRIED-COUNT        PIC 9(5)    VALUE 0.
       01  WS-CONFLICT-COUNT       PIC 9(5)    VALUE 0.
       01  WS-HELD-RECORD          PIC X(100).
       01  WS-DUP-VALUE            PIC X(20).
       01  WS-LAST-DUP-KEY         PIC X(20).
       01  WS-SURVIVOR-REP-SWITCH  PIC X.
           88  SURVIVOR-HAS-REPS               VALUE "Y".
       01  WS-DUP-HIER-SWITCH      PIC X.
           88  DUPLICATE-IN-HIERARCHY          VALUE "Y".
       01  WS-HELD-HIERARCHY.
           05  WS-HELD-AH-CUSTOMER-ID PIC X(10).
           05  WS-HELD-AH-PARENT-ID PIC X(10).
           05  WS-HELD-AH-GROUP-LIMIT PIC S9(9)V99.
           05  WS-HELD-AH-CONSOLIDATE PIC X.
           05  FILLER              PIC X(18).
       01  WS-DUP-BALANCE          PIC S9(9)V99 VALUE 0.
       01  WS-BEFORE-RECORD        PIC X(160).
       01  WS-CONFIRM-PROMPT-TEXT  PIC X(60).
           COPY JRNLWS.
           COPY RUNLOGWS.
           COPY OPNIWS.
           COPY RPTCTLWS.

       01  MERG-TITLE-LINE.
           05  FILLER              PIC X(7)  VALUE "MERGED ".
           05  TTL-DUPLICATE-ID    PIC X(10).
           05  FILLER              PIC X     VALUE SPACE.
           05  TTL-DUPLICATE-NAME  PIC X(30).
           05  FILLER              PIC X(6)  VALUE " INTO ".
           05  TTL-SURVIVOR-ID     PIC X(10).
           05  FILLER              PIC X     VALUE SPACE.
           05  TTL-SURVIVOR-NAME   PIC X(30).
           05  FILLER              PIC X(37) VALUE SPACES.

       01  MERG-COLUMN-HEADINGS.
           05  FILLER              PIC X(14) VALUE "FILE".
           05  FILLER              PIC X(22) VALUE "RECORD".
           05  FILLER              PIC X(10) VALUE "ACTION".
           05  FILLER              PIC X(86) VALUE "NOTE".

       01  MERG-DETAIL-LINE.
           05  DTL-FILE-NAME       PIC X(14).
           05  DTL-RECORD-KEY      PIC X(22).
           05  DTL-ACTION          PIC X(10).
           05  DTL-NOTE            PIC X(86).

       01  MERG-COUNT-LINE.
           05  CNT-FILE-NAME       PIC X(14).
           05  CNT-RECORDS         PIC ZZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  CNT-TEXT            PIC X(112).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           END-IF.

       APPLY-THE-MERGE.
           PERFORM START-MERGE-REPORT.
           PERFORM REPOINT-ORDER-LINES.
           PERFORM REPOINT-MTD-LINES.
           PERFORM MERGE-THE-BALANCE.
           PERFORM MERGE-THE-CREDIT-LIMIT.
           PERFORM MOVE-OPEN-ITEMS.
           PERFORM MOVE-SHIP-TO-ADDRESSES.
           PERFORM REPOINT-ACCOUNT-HIERARCHY.
           PERFORM CARRY-CUSTOMER-TERMS.
           PERFORM CARRY-CUSTOMER-FREIGHT.
           PERFORM CARRY-TAX-EXEMPTIONS.
           PERFORM CARRY-REP-ASSIGNMENTS.
           PERFORM CARRY-PART-XREFS.
           PERFORM REPOINT-STATUS-HISTORY.
           PERFORM CLOSE-THE-DUPLICATE.
           PERFORM FINISH-MERGE-REPORT.
           DISPLAY "MERGE COMPLETE - " WS-ORDER-MOVED-COUNT
               " ORDER LINES, " WS-MTD-MOVED-COUNT
               " MTD LINES, " WS-ITEM-MOVED-COUNT
               " OPEN ITEMS, " WS-STATUS-MOVED-COUNT
               " STATUS ENTRIES REPOINTED".
           DISPLAY "               " WS-SHIP-TO-MOVED-COUNT
               " SHIP-TOS, " WS-HIER-MOVED-COUNT
               " GROUP LINKS MOVED, " WS-CARRIED-COUNT
               " ACCOUNT RECORDS CARRIED".
           IF WS-CONFLICT-COUNT > 0
               DISPLAY "*** " WS-CONFLICT-COUNT
                   " CONFLICTS LEFT ON THE DUPLICATE - SEE "
                   "CUSTMERG.PRT"
           END-IF.
           MOVE RC-NORMAL TO RETURN-CODE.

      ******************************************************************
      * The merge report - one per merge, listing every record that
      * could not simply move and the count of everything that did.
      ******************************************************************
       START-MERGE-REPORT.
           OPEN OUTPUT PRINT-FILE.
           MOVE "CUSTMERG" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           MOVE WS-DUPLICATE-ID   TO TTL-DUPLICATE-ID.
           MOVE WS-DUPLICATE-NAME TO TTL-DUPLICATE-NAME.
           MOVE WS-SURVIVOR-ID    TO TTL-SURVIVOR-ID.
           MOVE WS-SURVIVOR-NAME  TO TTL-SURVIVOR-NAME.
           MOVE " " TO PRINT-CC.
           MOVE MERG-TITLE-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           MOVE MERG-COLUMN-HEADINGS TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 3 TO RPT-LINE-COUNT.

       PRINT-MERGE-LINE.
           MOVE " " TO PRINT-CC.
           MOVE MERG-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO MERG-DETAIL-LINE.

       PRINT-CONFLICT-LINE.
           MOVE "CONFLICT" TO DTL-ACTION.
           ADD 1 TO WS-CONFLICT-COUNT.
           PERFORM PRINT-MERGE-LINE.

       PRINT-CARRIED-LINE.
           MOVE "CARRIED" TO DTL-ACTION.
           ADD 1 TO WS-CARRIED-COUNT.
           PERFORM PRINT-MERGE-LINE.

       FINISH-MERGE-REPORT.
           MOVE " " TO PRINT-CC.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "orderlin.dat"     TO CNT-FILE-NAME.
           MOVE WS-ORDER-MOVED-COUNT TO CNT-RECORDS.
           MOVE "PENDING ORDER LINES REPOINTED" TO CNT-TEXT.
           PERFORM PRINT-COUNT-LINE.
           MOVE "ordmtd.dat"       TO CNT-FILE-NAME.
           MOVE WS-MTD-MOVED-COUNT TO CNT-RECORDS.
           MOVE "MONTH-TO-DATE LINES REPOINTED" TO CNT-TEXT.
           PERFORM PRINT-COUNT-LINE.
           MOVE "openitem.dat"     TO CNT-FILE-NAME.
           MOVE WS-ITEM-MOVED-COUNT TO CNT-RECORDS.
           MOVE "OPEN ITEMS MOVED" TO CNT-TEXT.
           PERFORM PRINT-COUNT-LINE.
           MOVE "shipto.dat"       TO CNT-FILE-NAME.
           MOVE WS-SHIP-TO-MOVED-COUNT TO CNT-RECORDS.
           MOVE "SHIP-TO ADDRESSES MOVED" TO CNT-TEXT.
           PERFORM PRINT-COUNT-LINE.
           MOVE "custhier.dat"     TO CNT-FILE-NAME.
           MOVE WS-HIER-MOVED-COUNT TO CNT-RECORDS.
           MOVE "GROUP LINKS RE-KEYED" TO CNT-TEXT.
           PERFORM PRINT-COUNT-LINE.
           MOVE "stathist.dat"     TO CNT-FILE-NAME.
           MOVE WS-STATUS-MOVED-COUNT TO CNT-RECORDS.
           MOVE "STATUS ENTRIES REPOINTED" TO CNT-TEXT.
           PERFORM PRINT-COUNT-LINE.
           MOVE SPACES             TO CNT-FILE-NAME.
           MOVE WS-CARRIED-COUNT   TO CNT-RECORDS.
           MOVE "ACCOUNT RECORDS CARRIED TO THE SURVIVOR" TO CNT-TEXT.
           PERFORM PRINT-COUNT-LINE.
           MOVE SPACES             TO CNT-FILE-NAME.
           MOVE WS-CONFLICT-COUNT  TO CNT-RECORDS.
           MOVE "CONFLICTS LEFT ON THE DUPLICATE" TO CNT-TEXT.
           PERFORM PRINT-COUNT-LINE.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.

       PRINT-COUNT-LINE.
           MOVE " " TO PRINT-CC.
           MOVE MERG-COUNT-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       REPOINT-ORDER-LINES.
      *    Sequential files repoint through the work-file copy-back
      *    the suspense recycle settled on.

       MOVE-ONE-OPEN-ITEM.
           MOVE OI-REFERENCE      TO OI-WS-REFERENCE.
           MOVE OI-INVOICE-NUMBER TO OI-WS-INVOICE-NUMBER.
           MOVE OI-ITEM-TYPE      TO OI-WS-ITEM-TYPE.
           MOVE OI-OPEN-AMOUNT    TO OI-WS-AMOUNT.
           MOVE OI-DUE-DATE       TO OI-WS-DUE-DATE.
           MOVE OI-DISCOUNT-DATE  TO OI-WS-DISCOUNT-DATE.
           MOVE OI-DISCOUNT-PERCENT TO OI-WS-DISCOUNT-PERCENT.
           MOVE OI-DISPUTE-FLAG   TO OI-WS-DISPUTE-FLAG.
           MOVE OI-DISPUTE-REASON TO OI-WS-DISPUTE-REASON.
           MOVE OI-DISPUTE-DATE   TO OI-WS-DISPUTE-DATE.
           MOVE OI-DISPUTE-OPERATOR TO OI-WS-DISPUTE-OPERATOR.
           MOVE WS-SURVIVOR-ID    TO OI-WS-CUSTOMER-ID.
           DELETE OPEN-ITEM-FILE
               INVALID KEY
               PERFORM READ-NEXT-DUP-ITEM
           END-IF.

      ******************************************************************
      * Ship-to addresses. Each of the duplicate's addresses re-files
      * under the survivor's key. A code the survivor already uses is
      * a collision: the duplicate's address stays where it is, and
      * the order lines just repointed with that code now ship to the
      * survivor's address of the same code - the report lists it so
      * the supervisor can re-code them in SHIPMNT.
      ******************************************************************
       MOVE-SHIP-TO-ADDRESSES.
           OPEN I-O SHIP-TO-FILE.
           IF SHIP-TO-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO WS-LAST-DUP-KEY
               PERFORM NEXT-DUP-SHIP-TO
               PERFORM MOVE-ONE-SHIP-TO
                   UNTIL END-OF-THIS-FILE
               CLOSE SHIP-TO-FILE
           END-IF.

      *    The walk restarts past the last code handled each time -
      *    a moved address is gone from the duplicate's key range,
      *    a collision is still in it.
       NEXT-DUP-SHIP-TO.
           MOVE WS-DUPLICATE-ID TO ST-CUSTOMER-ID.
           MOVE WS-LAST-DUP-KEY TO ST-SHIP-TO-CODE.
           START SHIP-TO-FILE
               KEY IS GREATER THAN ST-SHIP-TO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-THIS-FILE
               READ SHIP-TO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF ST-CUSTOMER-ID NOT = WS-DUPLICATE-ID
                           MOVE "Y" TO WS-EOF-SWITCH
                       END-IF
               END-READ
           END-IF.

       MOVE-ONE-SHIP-TO.
           MOVE ST-SHIP-TO-CODE TO WS-LAST-DUP-KEY.
           MOVE SHIP-TO-RECORD TO WS-HELD-RECORD.
           MOVE WS-SURVIVOR-ID TO ST-CUSTOMER-ID.
           WRITE SHIP-TO-RECORD
               INVALID KEY
                   MOVE "shipto.dat" TO DTL-FILE-NAME
                   STRING WS-DUPLICATE-ID DELIMITED BY SPACE
                       " CODE " DELIMITED BY SIZE
                       ST-SHIP-TO-CODE DELIMITED BY SIZE
                       INTO DTL-RECORD-KEY
                   MOVE "CODE ALSO THE SURVIVOR'S - LINES NOW SHIP "
                       & "TO THE SURVIVOR'S ADDRESS; RE-CODE IN "
                       & "SHIPMNT"
                       TO DTL-NOTE
                   PERFORM PRINT-CONFLICT-LINE
               NOT INVALID KEY
                   MOVE WS-HELD-RECORD TO SHIP-TO-RECORD
                   DELETE SHIP-TO-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO WS-SHIP-TO-MOVED-COUNT
           END-WRITE.
           PERFORM NEXT-DUP-SHIP-TO.

      ******************************************************************
      * Franchise groups. Every member naming the duplicate as its
      * parent now names the survivor, and the duplicate's own link
      * re-keys to the survivor - unless the survivor has a link of
      * its own, which stands. A group the duplicate headed and the
      * survivor now heads keeps the survivor's terms, taking the
      * duplicate's only where the survivor set none, as with the
      * credit limit. Groups are one level deep; a survivor that is
      * itself a member cannot head the duplicate's children, and is
      * listed for HIERMNT.
      ******************************************************************
       REPOINT-ACCOUNT-HIERARCHY.
           OPEN I-O ACCOUNT-HIERARCHY-FILE.
           IF HIERARCHY-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO WS-DUP-HIER-SWITCH
               MOVE WS-DUPLICATE-ID TO AH-CUSTOMER-ID
               READ ACCOUNT-HIERARCHY-FILE
                   KEY IS AH-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCOUNT-HIERARCHY-RECORD
                           TO WS-HELD-HIERARCHY
                       MOVE "Y" TO WS-DUP-HIER-SWITCH
                       DELETE ACCOUNT-HIERARCHY-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-READ
               PERFORM REPOINT-HIERARCHY-CHILDREN
               IF DUPLICATE-IN-HIERARCHY
                   PERFORM REKEY-DUPLICATE-LINK
               END-IF
               IF WS-CHILD-MOVED-COUNT > 0
                   PERFORM CHECK-SURVIVOR-GROUP-DEPTH
               END-IF
               CLOSE ACCOUNT-HIERARCHY-FILE
           END-IF.

       REPOINT-HIERARCHY-CHILDREN.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO AH-CUSTOMER-ID.
           START ACCOUNT-HIERARCHY-FILE
               KEY IS NOT LESS THAN AH-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM READ-NEXT-HIERARCHY.
           PERFORM REPOINT-ONE-GROUP-MEMBER
               UNTIL END-OF-THIS-FILE.

       READ-NEXT-HIERARCHY.
           IF NOT END-OF-THIS-FILE
               READ ACCOUNT-HIERARCHY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
               END-READ
           END-IF.

       REPOINT-ONE-GROUP-MEMBER.
           IF AH-PARENT-ID = WS-DUPLICATE-ID
               MOVE WS-SURVIVOR-ID TO AH-PARENT-ID
               REWRITE ACCOUNT-HIERARCHY-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CHILD-MOVED-COUNT
                       ADD 1 TO WS-HIER-MOVED-COUNT
               END-REWRITE
           END-IF.
           PERFORM READ-NEXT-HIERARCHY.

       REKEY-DUPLICATE-LINK.
           MOVE WS-SURVIVOR-ID TO AH-CUSTOMER-ID.
           READ ACCOUNT-HIERARCHY-FILE
               KEY IS AH-CUSTOMER-ID
               INVALID KEY
                   PERFORM TAKE-OVER-DUPLICATE-LINK
               NOT INVALID KEY
                   PERFORM RECONCILE-SURVIVOR-LINK
           END-READ.

       TAKE-OVER-DUPLICATE-LINK.
           MOVE WS-HELD-HIERARCHY TO ACCOUNT-HIERARCHY-RECORD.
           MOVE WS-SURVIVOR-ID TO AH-CUSTOMER-ID.
           IF AH-PARENT-ID = WS-DUPLICATE-ID
               MOVE WS-SURVIVOR-ID TO AH-PARENT-ID
           END-IF.
           WRITE ACCOUNT-HIERARCHY-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-HIER-MOVED-COUNT
           END-WRITE.

       RECONCILE-SURVIVOR-LINK.
           EVALUATE TRUE
      *        The duplicate was the survivor's own member, or both
      *        were members of the same group - nothing to keep.
               WHEN WS-HELD-AH-PARENT-ID = WS-SURVIVOR-ID
               WHEN WS-HELD-AH-PARENT-ID = AH-PARENT-ID
                   CONTINUE
               WHEN WS-HELD-AH-PARENT-ID = WS-DUPLICATE-ID
                   AND AH-PARENT-ID = WS-SURVIVOR-ID
                   PERFORM MERGE-GROUP-TERMS
               WHEN OTHER
                   MOVE "custhier.dat" TO DTL-FILE-NAME
                   MOVE WS-DUPLICATE-ID TO DTL-RECORD-KEY
                   STRING "DUPLICATE WAS LINKED UNDER "
                           DELIMITED BY SIZE
                       WS-HELD-AH-PARENT-ID DELIMITED BY SPACE
                       " - SURVIVOR'S LINK UNDER " DELIMITED BY SIZE
                       AH-PARENT-ID DELIMITED BY SPACE
                       " KEPT" DELIMITED BY SIZE
                       INTO DTL-NOTE
                   PERFORM PRINT-CONFLICT-LINE
           END-EVALUATE.

       MERGE-GROUP-TERMS.
           IF AH-GROUP-LIMIT = 0
               MOVE WS-HELD-AH-GROUP-LIMIT TO AH-GROUP-LIMIT
           END-IF.
           IF NOT AH-CONSOLIDATED-STATEMENT
               MOVE WS-HELD-AH-CONSOLIDATE TO AH-CONSOLIDATE-FLAG
           END-IF.
           REWRITE ACCOUNT-HIERARCHY-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       CHECK-SURVIVOR-GROUP-DEPTH.
           MOVE WS-SURVIVOR-ID TO AH-CUSTOMER-ID.
           READ ACCOUNT-HIERARCHY-FILE
               KEY IS AH-CUSTOMER-ID
               INVALID KEY
                   MOVE WS-SURVIVOR-ID TO AH-PARENT-ID
           END-READ.
           IF AH-PARENT-ID NOT = WS-SURVIVOR-ID
               MOVE "custhier.dat" TO DTL-FILE-NAME
               MOVE WS-SURVIVOR-ID TO DTL-RECORD-KEY
               STRING "SURVIVOR IS ITSELF UNDER " DELIMITED BY SIZE
                   AH-PARENT-ID DELIMITED BY SPACE
                   " - THE DUPLICATE'S MEMBERS NOW NAME A MEMBER; "
                       DELIMITED BY SIZE
                   "RELINK IN HIERMNT" DELIMITED BY SIZE
                   INTO DTL-NOTE
               PERFORM PRINT-CONFLICT-LINE
           END-IF.

      ******************************************************************
      * One-per-account settings - payment terms and the freight
      * waiver. The duplicate's carries over when the survivor has
      * none; the same setting on both is simply dropped; a
      * different one stays on the duplicate and is listed.
      ******************************************************************
       CARRY-CUSTOMER-TERMS.
           OPEN I-O CUSTOMER-TERMS-FILE.
           IF CUSTOMER-TERMS-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE WS-DUPLICATE-ID TO CT-CUSTOMER-ID
               READ CUSTOMER-TERMS-FILE
                   KEY IS CT-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CARRY-ONE-TERMS-RECORD
               END-READ
               CLOSE CUSTOMER-TERMS-FILE
           END-IF.

       CARRY-ONE-TERMS-RECORD.
           MOVE CUSTOMER-TERMS-RECORD TO WS-HELD-RECORD.
           MOVE CT-TERMS-CODE TO WS-DUP-VALUE.
           MOVE "custterm.dat" TO DTL-FILE-NAME.
           MOVE WS-DUPLICATE-ID TO DTL-RECORD-KEY.
           MOVE WS-SURVIVOR-ID TO CT-CUSTOMER-ID.
           READ CUSTOMER-TERMS-FILE
               KEY IS CT-CUSTOMER-ID
               INVALID KEY
                   MOVE WS-HELD-RECORD TO CUSTOMER-TERMS-RECORD
                   MOVE WS-SURVIVOR-ID TO CT-CUSTOMER-ID
                   WRITE CUSTOMER-TERMS-RECORD
                   MOVE "TERMS CODE CARRIED TO THE SURVIVOR"
                       TO DTL-NOTE
                   PERFORM PRINT-CARRIED-LINE
                   PERFORM DROP-DUPLICATE-TERMS
               NOT INVALID KEY
                   IF CT-TERMS-CODE = WS-DUP-VALUE
                       PERFORM DROP-DUPLICATE-TERMS
                   ELSE
                       STRING "DUPLICATE'S TERMS " DELIMITED BY SIZE
                           WS-DUP-VALUE DELIMITED BY SPACE
                           " - SURVIVOR KEEPS " DELIMITED BY SIZE
                           CT-TERMS-CODE DELIMITED BY SPACE
                           INTO DTL-NOTE
                       PERFORM PRINT-CONFLICT-LINE
                   END-IF
           END-READ.

       DROP-DUPLICATE-TERMS.
           MOVE WS-DUPLICATE-ID TO CT-CUSTOMER-ID.
           DELETE CUSTOMER-TERMS-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       CARRY-CUSTOMER-FREIGHT.
           OPEN I-O CUSTOMER-FREIGHT-FILE.
           IF CUSTOMER-FREIGHT-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE WS-DUPLICATE-ID TO CF-CUSTOMER-ID
               READ CUSTOMER-FREIGHT-FILE
                   KEY IS CF-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CARRY-ONE-FREIGHT-RECORD
               END-READ
               CLOSE CUSTOMER-FREIGHT-FILE
           END-IF.

       CARRY-ONE-FREIGHT-RECORD.
           MOVE CUSTOMER-FREIGHT-RECORD TO WS-HELD-RECORD.
           MOVE CF-WAIVED-FLAG TO WS-DUP-VALUE.
           MOVE "custfrt.dat" TO DTL-FILE-NAME.
           MOVE WS-DUPLICATE-ID TO DTL-RECORD-KEY.
           MOVE WS-SURVIVOR-ID TO CF-CUSTOMER-ID.
           READ CUSTOMER-FREIGHT-FILE
               KEY IS CF-CUSTOMER-ID
               INVALID KEY
                   MOVE WS-HELD-RECORD TO CUSTOMER-FREIGHT-RECORD
                   MOVE WS-SURVIVOR-ID TO CF-CUSTOMER-ID
                   WRITE CUSTOMER-FREIGHT-RECORD
                   MOVE "FREIGHT SETTING CARRIED TO THE SURVIVOR"
                       TO DTL-NOTE
                   PERFORM PRINT-CARRIED-LINE
                   PERFORM DROP-DUPLICATE-FREIGHT
               NOT INVALID KEY
                   IF CF-WAIVED-FLAG = WS-DUP-VALUE
                       PERFORM DROP-DUPLICATE-FREIGHT
                   ELSE
                       STRING "DUPLICATE'S FREIGHT WAIVED FLAG "
                               DELIMITED BY SIZE
                           WS-DUP-VALUE (1:1) DELIMITED BY SIZE
                           " - SURVIVOR KEEPS " DELIMITED BY SIZE
                           CF-WAIVED-FLAG DELIMITED BY SIZE
                           INTO DTL-NOTE
                       PERFORM PRINT-CONFLICT-LINE
                   END-IF
           END-READ.

       DROP-DUPLICATE-FREIGHT.
           MOVE WS-DUPLICATE-ID TO CF-CUSTOMER-ID.
           DELETE CUSTOMER-FREIGHT-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      ******************************************************************
      * Tax exemption certificates, one per state. A state the
      * survivor holds no certificate for takes the duplicate's; the
      * same certificate on both is dropped; a different one is
      * listed.
      ******************************************************************
       CARRY-TAX-EXEMPTIONS.
           OPEN I-O TAX-EXEMPT-FILE.
           IF TAX-EXEMPT-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO WS-LAST-DUP-KEY
               PERFORM NEXT-DUP-CERTIFICATE
               PERFORM CARRY-ONE-CERTIFICATE
                   UNTIL END-OF-THIS-FILE
               CLOSE TAX-EXEMPT-FILE
           END-IF.

       NEXT-DUP-CERTIFICATE.
           MOVE WS-DUPLICATE-ID TO XC-CUSTOMER-ID.
           MOVE WS-LAST-DUP-KEY TO XC-STATE.
           START TAX-EXEMPT-FILE
               KEY IS GREATER THAN XC-CERTIFICATE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-THIS-FILE
               READ TAX-EXEMPT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF XC-CUSTOMER-ID NOT = WS-DUPLICATE-ID
                           MOVE "Y" TO WS-EOF-SWITCH
                       END-IF
               END-READ
           END-IF.

       CARRY-ONE-CERTIFICATE.
           MOVE XC-STATE TO WS-LAST-DUP-KEY.
           MOVE TAX-EXEMPT-RECORD TO WS-HELD-RECORD.
           MOVE XC-CERTIFICATE-NUMBER TO WS-DUP-VALUE.
           MOVE "taxexmpt.dat" TO DTL-FILE-NAME.
           STRING WS-DUPLICATE-ID DELIMITED BY SPACE
               " STATE " DELIMITED BY SIZE
               XC-STATE DELIMITED BY SIZE
               INTO DTL-RECORD-KEY.
           MOVE WS-SURVIVOR-ID TO XC-CUSTOMER-ID.
           READ TAX-EXEMPT-FILE
               KEY IS XC-CERTIFICATE-KEY
               INVALID KEY
                   MOVE WS-HELD-RECORD TO TAX-EXEMPT-RECORD
                   MOVE WS-SURVIVOR-ID TO XC-CUSTOMER-ID
                   WRITE TAX-EXEMPT-RECORD
                   MOVE "EXEMPTION CERTIFICATE CARRIED TO THE SURVIVOR"
                       TO DTL-NOTE
                   PERFORM PRINT-CARRIED-LINE
                   PERFORM DROP-DUPLICATE-CERTIFICATE
               NOT INVALID KEY
                   IF XC-CERTIFICATE-NUMBER = WS-DUP-VALUE
                       PERFORM DROP-DUPLICATE-CERTIFICATE
                   ELSE
                       STRING "DUPLICATE'S CERTIFICATE "
                               DELIMITED BY SIZE
                           WS-DUP-VALUE DELIMITED BY SPACE
                           " - SURVIVOR KEEPS " DELIMITED BY SIZE
                           XC-CERTIFICATE-NUMBER DELIMITED BY SPACE
                           INTO DTL-NOTE
                       PERFORM PRINT-CONFLICT-LINE
                   END-IF
           END-READ.
           PERFORM NEXT-DUP-CERTIFICATE.

       DROP-DUPLICATE-CERTIFICATE.
           MOVE WS-DUPLICATE-ID TO XC-CUSTOMER-ID.
           MOVE WS-LAST-DUP-KEY TO XC-STATE.
           DELETE TAX-EXEMPT-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      ******************************************************************
      * Rep assignments are a dated history, so they move whole or
      * not at all: a survivor with no assignments takes the
      * duplicate's; a survivor with its own keeps them, and each of
      * the duplicate's is listed.
      ******************************************************************
       CARRY-REP-ASSIGNMENTS.
           OPEN I-O CUSTOMER-REP-FILE.
           IF CUSTOMER-REP-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM CHECK-SURVIVOR-REPS
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO WS-LAST-DUP-KEY
               PERFORM NEXT-DUP-REP-ASSIGNMENT
               PERFORM CARRY-ONE-REP-ASSIGNMENT
                   UNTIL END-OF-THIS-FILE
               CLOSE CUSTOMER-REP-FILE
           END-IF.

       CHECK-SURVIVOR-REPS.
           MOVE "N" TO WS-SURVIVOR-REP-SWITCH.
           MOVE WS-SURVIVOR-ID TO RP-CUSTOMER-ID.
           MOVE 0 TO RP-EFFECTIVE-DATE.
           START CUSTOMER-REP-FILE
               KEY IS NOT LESS THAN RP-ASSIGNMENT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CUSTOMER-REP-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RP-CUSTOMER-ID = WS-SURVIVOR-ID
                               MOVE "Y" TO WS-SURVIVOR-REP-SWITCH
                           END-IF
                   END-READ
           END-START.

       NEXT-DUP-REP-ASSIGNMENT.
           MOVE WS-DUPLICATE-ID TO RP-CUSTOMER-ID.
           IF WS-LAST-DUP-KEY = LOW-VALUES
               MOVE 0 TO RP-EFFECTIVE-DATE
               START CUSTOMER-REP-FILE
                   KEY IS NOT LESS THAN RP-ASSIGNMENT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
           ELSE
               MOVE WS-LAST-DUP-KEY (1:8) TO RP-EFFECTIVE-DATE
               START CUSTOMER-REP-FILE
                   KEY IS GREATER THAN RP-ASSIGNMENT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
           END-IF.
           IF NOT END-OF-THIS-FILE
               READ CUSTOMER-REP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF RP-CUSTOMER-ID NOT = WS-DUPLICATE-ID
                           MOVE "Y" TO WS-EOF-SWITCH
                       END-IF
               END-READ
           END-IF.

       CARRY-ONE-REP-ASSIGNMENT.
           MOVE RP-EFFECTIVE-DATE TO WS-LAST-DUP-KEY.
           MOVE "custrep.dat" TO DTL-FILE-NAME.
           STRING WS-DUPLICATE-ID DELIMITED BY SPACE
               " FROM " DELIMITED BY SIZE
               RP-EFFECTIVE-DATE DELIMITED BY SIZE
               INTO DTL-RECORD-KEY.
           IF SURVIVOR-HAS-REPS
               STRING "DUPLICATE'S REP " DELIMITED BY SIZE
                   RP-SALESPERSON-ID DELIMITED BY SPACE
                   " - SURVIVOR KEEPS ITS OWN ASSIGNMENTS"
                       DELIMITED BY SIZE
                   INTO DTL-NOTE
               PERFORM PRINT-CONFLICT-LINE
           ELSE
               MOVE CUSTOMER-REP-RECORD TO WS-HELD-RECORD
               MOVE WS-SURVIVOR-ID TO RP-CUSTOMER-ID
               WRITE CUSTOMER-REP-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE WS-HELD-RECORD TO CUSTOMER-REP-RECORD
               DELETE CUSTOMER-REP-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE "REP ASSIGNMENT CARRIED TO THE SURVIVOR"
                   TO DTL-NOTE
               PERFORM PRINT-CARRIED-LINE
           END-IF.
           PERFORM NEXT-DUP-REP-ASSIGNMENT.

      ******************************************************************
      * Part-number cross-references. A part number the survivor has
      * no cross-reference for takes the duplicate's; one that finds
      * the same item on both is dropped; one that finds a different
      * item is listed for XREFMNT.
      ******************************************************************
       CARRY-PART-XREFS.
           OPEN I-O CUSTOMER-XREF-FILE.
           IF CUSTOMER-XREF-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO WS-LAST-DUP-KEY
               PERFORM NEXT-DUP-XREF
               PERFORM CARRY-ONE-XREF
                   UNTIL END-OF-THIS-FILE
               CLOSE CUSTOMER-XREF-FILE
           END-IF.

       NEXT-DUP-XREF.
           MOVE WS-DUPLICATE-ID TO CX-CUSTOMER-ID.
           MOVE WS-LAST-DUP-KEY TO CX-CUSTOMER-PART.
           START CUSTOMER-XREF-FILE
               KEY IS GREATER THAN CX-XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           IF NOT END-OF-THIS-FILE
               READ CUSTOMER-XREF-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF CX-CUSTOMER-ID NOT = WS-DUPLICATE-ID
                           MOVE "Y" TO WS-EOF-SWITCH
                       END-IF
               END-READ
           END-IF.

       CARRY-ONE-XREF.
           MOVE CX-CUSTOMER-PART TO WS-LAST-DUP-KEY.
           MOVE CUSTOMER-XREF-RECORD TO WS-HELD-RECORD.
           MOVE CX-ITEM-NUMBER TO WS-DUP-VALUE.
           MOVE "custxref.dat" TO DTL-FILE-NAME.
           STRING WS-DUPLICATE-ID DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               CX-CUSTOMER-PART DELIMITED BY SIZE
               INTO DTL-RECORD-KEY.
           MOVE WS-SURVIVOR-ID TO CX-CUSTOMER-ID.
           READ CUSTOMER-XREF-FILE
               KEY IS CX-XREF-KEY
               INVALID KEY
                   MOVE WS-HELD-RECORD TO CUSTOMER-XREF-RECORD
                   MOVE WS-SURVIVOR-ID TO CX-CUSTOMER-ID
                   MOVE WS-SURVIVOR-ID TO CX-ITEM-CUSTOMER-ID
                   WRITE CUSTOMER-XREF-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE "PART NUMBER CARRIED TO THE SURVIVOR"
                       TO DTL-NOTE
                   PERFORM PRINT-CARRIED-LINE
                   PERFORM DROP-DUPLICATE-XREF
               NOT INVALID KEY
                   IF CX-ITEM-NUMBER = WS-DUP-VALUE
                       PERFORM DROP-DUPLICATE-XREF
                   ELSE
                       STRING "DUPLICATE'S ITEM " DELIMITED BY SIZE
                           WS-DUP-VALUE DELIMITED BY SPACE
                           " - SURVIVOR KEEPS ITEM " DELIMITED BY SIZE
                           CX-ITEM-NUMBER DELIMITED BY SPACE
                           INTO DTL-NOTE
                       PERFORM PRINT-CONFLICT-LINE
                   END-IF
           END-READ.
           PERFORM NEXT-DUP-XREF.

       DROP-DUPLICATE-XREF.
           MOVE WS-DUPLICATE-ID TO CX-CUSTOMER-ID.
           MOVE WS-LAST-DUP-KEY TO CX-CUSTOMER-PART.
           DELETE CUSTOMER-XREF-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       REPOINT-STATUS-HISTORY.
      *    The duplicate's lifecycle trail re-keys to the survivor
      *    BEFORE the MERG close entry lands, so the survivor's
           COPY JRNLPD.
           COPY RUNLOGPD.
           COPY OPNIPD.
           COPY RPTCTLPD.
