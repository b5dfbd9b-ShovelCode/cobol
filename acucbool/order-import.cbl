      *          edits ORDENTRY applies at the keyboard: customer on
      *          file and not closed, department active when the
      *          master is up, item on the master when one is sent,
      *          quantity and price numeric and non-zero, and a
      *          ship-to code, when one is sent, on shipto.dat for
      *          that customer and active. Accepted lines append to
      *          orderlin.dat stamped EDI; rejects print with
      *          reasons. A clean load consumes the transmission to a
      *          dated oiproc archive. Every file processed is
      *          answered with an acknowledgement transmission
      *          (ordack.dat) for the sender: each inbound line,
      *          numbered in file order, as accepted with the order
      *          number we gave it or rejected with the reason, and a
      *          trailer setting their control totals beside what we
      *          received, accepted and rejected. A file failing its
      *          control totals is acknowledged as rejected whole.
      *          Each acknowledgement is also kept in a dated oiack
      *          archive beside the oiproc one, to settle disputes.
      *          The account may send its own catalog numbers in the
      *          item field: each line's number is first looked up
      *          for that customer on the cross-reference
      *          (custxref.dat) and translated to our item, and only
      *          a number not found there is taken as our own item
      *          number. A line whose number is neither - or whose
      *          cross-reference names an item we no longer carry -
      *          is held on ordxhold.dat instead of rejected, once it
      *          has passed every other edit, with its order number
      *          given and acknowledged H; XREFRCYC releases it when
      *          the buyer has mapped the part.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY DEPTSEL.
           COPY ITEMSEL.
           COPY SHIPSEL.
           COPY ORDNXSEL.
           COPY PRAGSEL.
           COPY CXRFSEL.
           COPY XHLDSEL.

           SELECT PROCESSED-IMPORT-FILE ASSIGN TO WS-OIPROC-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROCESSED-IMPORT-STATUS.

           SELECT ACK-FILE ASSIGN TO "ordack.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.

           SELECT ACK-ARCHIVE-FILE ASSIGN TO WS-OIACK-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACK-ARCHIVE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "ordimprt.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
           05  IM-RECORD-TYPE      PIC X.
               88  IM-DETAIL-RECORD            VALUE "D".
               88  IM-TRAILER-RECORD           VALUE "T".
           05  IM-RECORD-BODY      PIC X(46).
           05  IM-DETAIL-FIELDS REDEFINES IM-RECORD-BODY.
               10  IM-CUSTOMER-ID  PIC X(10).
               10  IM-DEPARTMENT   PIC X(10).
               10  IM-ITEM-NUMBER  PIC X(10).
               10  IM-QUANTITY     PIC 9(5).
               10  IM-UNIT-PRICE   PIC 9(5)V99.
               10  IM-SHIP-TO-CODE PIC X(4).
           05  IM-TRAILER-FIELDS REDEFINES IM-RECORD-BODY.
               10  IM-TRAILER-COUNT PIC 9(6).
               10  IM-TRAILER-AMOUNT PIC 9(11)V99.
               10  FILLER          PIC X(27).

       FD  ORDER-LINE-FILE.
           COPY ORDLREC.
       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  SHIP-TO-FILE.
           COPY SHIPREC.

           COPY ORDNXFD.
           COPY PRAGFD.

       FD  CUSTOMER-XREF-FILE.
           COPY CXRFREC.

       FD  PART-HOLD-FILE.
           COPY XHLDREC.

       FD  PROCESSED-IMPORT-FILE.
       01  PROCESSED-IMPORT-RECORD PIC X(47).

      *    The acknowledgement layout agreed with the sender: an A,
      *    R or H (held for a part number) record per inbound detail
      *    in file order, an F record when the whole file was
      *    refused, and a T trailer.
       FD  ACK-FILE.
       01  ACK-RECORD.
           05  AK-RECORD-TYPE      PIC X.
               88  AK-LINE-ACCEPTED            VALUE "A".
               88  AK-LINE-REJECTED            VALUE "R".
               88  AK-LINE-HELD                VALUE "H".
               88  AK-FILE-REJECTED            VALUE "F".
               88  AK-TRAILER-RECORD           VALUE "T".
           05  AK-RECORD-BODY      PIC X(86).
           05  AK-LINE-FIELDS REDEFINES AK-RECORD-BODY.
               10  AK-LINE-SEQUENCE PIC 9(6).
               10  AK-CUSTOMER-ID  PIC X(10).
               10  AK-DEPARTMENT   PIC X(10).
               10  AK-ITEM-NUMBER  PIC X(10).
               10  AK-QUANTITY     PIC X(5).
               10  AK-UNIT-PRICE   PIC X(7).
               10  AK-ORDER-NUMBER PIC 9(8).
               10  AK-REASON       PIC X(30).
           05  AK-TRAILER-FIELDS REDEFINES AK-RECORD-BODY.
               10  AK-SENT-COUNT   PIC 9(6).
               10  AK-SENT-AMOUNT  PIC 9(11)V99.
               10  AK-RECEIVED-COUNT PIC 9(6).
               10  AK-RECEIVED-AMOUNT PIC 9(11)V99.
               10  AK-ACCEPTED-COUNT PIC 9(6).
               10  AK-ACCEPTED-AMOUNT PIC 9(11)V99.
               10  AK-REJECTED-COUNT PIC 9(6).
               10  AK-HELD-COUNT   PIC 9(6).
               10  FILLER          PIC X(17).

       FD  ACK-ARCHIVE-FILE.
       01  ACK-ARCHIVE-RECORD      PIC X(87).

           COPY PRTRECFD.
           COPY RUNLOGFD.
       01  DEPARTMENT-FILE-STATUS  PIC XX.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  PROCESSED-IMPORT-STATUS PIC XX.
       01  SHIP-TO-STATUS          PIC XX.
       01  CUSTOMER-XREF-STATUS    PIC XX.
       01  PART-HOLD-STATUS        PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-IMPORT-FILE              VALUE "Y".
       01  WS-DEPT-CHECK-SWITCH    PIC X       VALUE "N".
           88  DEPT-VALIDATION-ON              VALUE "Y".
       01  WS-ITEM-CHECK-SWITCH    PIC X       VALUE "N".
           88  ITEM-LOOKUP-ON                  VALUE "Y".
       01  WS-SHIP-TO-CHECK-SWITCH PIC X       VALUE "N".
           88  SHIP-TO-LOOKUP-ON               VALUE "Y".
       01  WS-XREF-CHECK-SWITCH    PIC X       VALUE "N".
           88  XREF-LOOKUP-ON                  VALUE "Y".
       01  WS-DETAIL-COUNT         PIC 9(6)    VALUE 0.
       01  WS-DETAIL-AMOUNT        PIC S9(11)V99 VALUE 0.
       01  WS-TRAILER-SEEN-SWITCH  PIC X       VALUE "N".
       01  WS-LINE-OK-SWITCH       PIC X.
           88  LINE-ACCEPTED                   VALUE "Y".
       01  WS-REJECT-REASON        PIC X(30).
       01  WS-PART-HOLD-SWITCH     PIC X.
           88  LINE-HELD-FOR-PART              VALUE "Y".
       01  WS-HOLD-REASON          PIC X(4).
       01  WS-HELD-COUNT           PIC 9(6)    VALUE 0.
       01  WS-OUR-ITEM-NUMBER      PIC X(10).
       01  WS-CUSTOMER-PART        PIC X(10).
       01  WS-EXTENDED-AMOUNT      PIC S9(9)V99.
       01  WS-TODAY-RUN-DATE       PIC 9(8).
       01  WS-PREV-ORDER-CUSTOMER  PIC X(10)   VALUE SPACES.
       01  WS-PREV-ORDER-SHIP-TO   PIC X(4)    VALUE SPACES.
       01  WS-BATCH-ORDER-NUMBER   PIC 9(8)    VALUE 0.
       01  ACK-FILE-STATUS         PIC XX.
       01  ACK-ARCHIVE-STATUS      PIC XX.
       01  WS-LINE-SEQUENCE        PIC 9(6)    VALUE 0.
       01  WS-ACCEPTED-AMOUNT      PIC S9(11)V99 VALUE 0.
       01  WS-FILE-REJECT-REASON   PIC X(30)   VALUE SPACES.
       01  WS-OIACK-NAME.
           05  FILLER              PIC X(6)  VALUE "oiack.".
           05  WS-OIACK-DATE       PIC 9(8).
       01  WS-OIPROC-NAME.
           05  FILLER              PIC X(7)  VALUE "oiproc.".
           05  WS-OIPROC-DATE      PIC 9(8).
           MOVE WS-BUSINESS-DATE TO WS-TODAY-RUN-DATE.
           PERFORM VERIFY-CONTROL-TOTALS.
           CLOSE IMPORT-FILE.
           MOVE WS-TODAY-RUN-DATE TO WS-OIACK-DATE.
           IF NOT CONTROL-TOTALS-GOOD
               PERFORM ACKNOWLEDGE-FILE-REJECTED
               MOVE "SEVERE"   TO OA-SEVERITY
               MOVE "ORDIMPRT" TO OA-PROGRAM-NAME
               MOVE "ORDER TRANSMISSION FAILED CONTROL TOTALS"
           PERFORM CLOSE-LOAD-FILES.
           PERFORM CONSUME-IMPORT-FILE.
           DISPLAY "ORDER IMPORT COMPLETE - " WS-ACCEPTED-COUNT
               " ACCEPTED, " WS-REJECTED-COUNT " REJECTED, "
               WS-HELD-COUNT " HELD FOR PART NUMBER".
           IF WS-REJECTED-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               WHEN NOT TRAILER-SEEN
                   DISPLAY "*** NO TRAILER RECORD - TRANSMISSION "
                       "INCOMPLETE"
                   MOVE "NO TRAILER - FILE INCOMPLETE"
                       TO WS-FILE-REJECT-REASON
               WHEN WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
                   DISPLAY "*** DETAIL COUNT " WS-DETAIL-COUNT
                       " DOES NOT MATCH TRAILER " WS-TRAILER-COUNT
                   MOVE "LINE COUNT DOES NOT MATCH TRLR"
                       TO WS-FILE-REJECT-REASON
               WHEN WS-DETAIL-AMOUNT NOT = WS-TRAILER-AMOUNT
                   DISPLAY "*** DETAIL TOTAL " WS-DETAIL-AMOUNT
                       " DOES NOT MATCH TRAILER " WS-TRAILER-AMOUNT
                   MOVE "DOLLAR TOTAL DOES NOT MATCH"
                       TO WS-FILE-REJECT-REASON
               WHEN OTHER
                   MOVE "Y" TO WS-CONTROL-OK-SWITCH
           END-EVALUATE.
           IF ITEM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ITEM-CHECK-SWITCH
           END-IF.
           OPEN INPUT SHIP-TO-FILE.
           IF SHIP-TO-STATUS = "00"
               MOVE "Y" TO WS-SHIP-TO-CHECK-SWITCH
           END-IF.
           OPEN INPUT CUSTOMER-XREF-FILE.
           IF CUSTOMER-XREF-STATUS = "00"
               MOVE "Y" TO WS-XREF-CHECK-SWITCH
           END-IF.
           OPEN EXTEND PART-HOLD-FILE.
           IF PART-HOLD-STATUS = "05" OR "35"
               OPEN OUTPUT PART-HOLD-FILE
           END-IF.
           OPEN EXTEND ORDER-LINE-FILE.
           IF ORDER-LINE-STATUS = "05" OR "35"
               OPEN OUTPUT ORDER-LINE-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           PERFORM OPEN-ACK-FILES.

       LOAD-ONE-RECORD.
           IF IM-DETAIL-RECORD
               ADD 1 TO WS-LINE-SEQUENCE
               PERFORM EDIT-ONE-DETAIL
               EVALUATE TRUE
                   WHEN LINE-ACCEPTED AND LINE-HELD-FOR-PART
                       PERFORM HOLD-PART-LINE
                   WHEN LINE-ACCEPTED
                       PERFORM WRITE-ACCEPTED-LINE
                   WHEN OTHER
                       PERFORM PRINT-REJECT-LINE
               END-EVALUATE
               PERFORM ACKNOWLEDGE-ONE-LINE
           END-IF.
           PERFORM READ-IMPORT-RECORD.

      *    are judged alike.
           MOVE "Y" TO WS-LINE-OK-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE "N" TO WS-PART-HOLD-SWITCH.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE IM-ITEM-NUMBER TO WS-OUR-ITEM-NUMBER.
           MOVE SPACES TO WS-CUSTOMER-PART.
           IF XREF-LOOKUP-ON AND IM-ITEM-NUMBER NOT = SPACES
               PERFORM TRANSLATE-CUSTOMER-PART
           END-IF.
           IF IM-QUANTITY NOT NUMERIC OR IM-QUANTITY = 0
               MOVE "N" TO WS-LINE-OK-SWITCH
               MOVE "QUANTITY NOT NUMERIC/ZERO" TO WS-REJECT-REASON
               AND IM-ITEM-NUMBER NOT = SPACES
               PERFORM EDIT-DETAIL-ITEM
           END-IF.
           IF LINE-ACCEPTED
               AND IM-SHIP-TO-CODE NOT = SPACES
               PERFORM EDIT-DETAIL-SHIP-TO
           END-IF.

       EDIT-DETAIL-CUSTOMER.
           MOVE IM-CUSTOMER-ID TO CUSTOMER-ID.
                   END-IF
           END-READ.

       TRANSLATE-CUSTOMER-PART.
      *    Their part number wins over ours - a catalog number that
      *    happens to match one of our items still means theirs.
           MOVE IM-CUSTOMER-ID TO CX-CUSTOMER-ID.
           MOVE IM-ITEM-NUMBER TO CX-CUSTOMER-PART.
           READ CUSTOMER-XREF-FILE
               KEY IS CX-XREF-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CX-ITEM-NUMBER TO WS-OUR-ITEM-NUMBER
                   MOVE IM-ITEM-NUMBER TO WS-CUSTOMER-PART
           END-READ.

       EDIT-DETAIL-ITEM.
      *    A number we cannot place holds the line for the buyer to
      *    map rather than rejecting it; the line stays accepted so
      *    the edits after this one still judge it.
           MOVE WS-OUR-ITEM-NUMBER TO IT-ITEM-NUMBER.
           READ ITEM-MASTER-FILE
               KEY IS IT-ITEM-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-PART-HOLD-SWITCH
                   IF WS-CUSTOMER-PART = SPACES
                       MOVE "NOXR" TO WS-HOLD-REASON
                   ELSE
                       MOVE "BADX" TO WS-HOLD-REASON
                   END-IF
               NOT INVALID KEY
                   IF ITEM-INACTIVE
                       IF WS-CUSTOMER-PART = SPACES
                           MOVE "N" TO WS-LINE-OK-SWITCH
                           MOVE "ITEM INACTIVE" TO WS-REJECT-REASON
                       ELSE
                           MOVE "Y" TO WS-PART-HOLD-SWITCH
                           MOVE "ITIN" TO WS-HOLD-REASON
                       END-IF
                   END-IF
           END-READ.

       EDIT-DETAIL-SHIP-TO.
      *    With no ship-to file on the system no customer has a
      *    ship-to yet, so any code sent is one we do not know.
           IF SHIP-TO-LOOKUP-ON
               MOVE IM-CUSTOMER-ID  TO ST-CUSTOMER-ID
               MOVE IM-SHIP-TO-CODE TO ST-SHIP-TO-CODE
               READ SHIP-TO-FILE
                   KEY IS ST-SHIP-TO-KEY
                   INVALID KEY
                       MOVE "N" TO WS-LINE-OK-SWITCH
                       MOVE "SHIP-TO NOT ON FILE" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF SHIP-TO-INACTIVE
                           MOVE "N" TO WS-LINE-OK-SWITCH
                           MOVE "SHIP-TO INACTIVE" TO WS-REJECT-REASON
                       END-IF
               END-READ
           ELSE
               MOVE "N" TO WS-LINE-OK-SWITCH
               MOVE "SHIP-TO NOT ON FILE" TO WS-REJECT-REASON
           END-IF.

       ASSIGN-LINE-ORDER-NUMBER.
      *    Consecutive accepted or held details for the same customer
      *    and ship-to share one minted order number, the same
      *    grouping the keyboard gives a phoned-in order.
           IF IM-CUSTOMER-ID NOT = WS-PREV-ORDER-CUSTOMER
               OR IM-SHIP-TO-CODE NOT = WS-PREV-ORDER-SHIP-TO
               PERFORM GET-NEXT-ORDER-NUMBER
               MOVE NO-ASSIGNED-ORDER-NUMBER
                   TO WS-BATCH-ORDER-NUMBER
               MOVE IM-CUSTOMER-ID  TO WS-PREV-ORDER-CUSTOMER
               MOVE IM-SHIP-TO-CODE TO WS-PREV-ORDER-SHIP-TO
           END-IF.

       WRITE-ACCEPTED-LINE.
           PERFORM ASSIGN-LINE-ORDER-NUMBER.
           MOVE IM-DEPARTMENT  TO OL-DEPARTMENT.
           MOVE IM-CUSTOMER-ID TO OL-CUSTOMER-ID.
           MOVE IM-QUANTITY    TO OL-QUANTITY.
           MOVE IM-UNIT-PRICE  TO OL-UNIT-PRICE.
           MOVE WS-OUR-ITEM-NUMBER TO OL-ITEM-NUMBER.
      *    The same agreement pricing the keyboard applies - the big
      *    account's transmission gets its negotiated price too.
           MOVE IM-UNIT-PRICE  TO PA-WS-STD-PRICE.
           MOVE IM-CUSTOMER-ID TO PA-WS-CUSTOMER-ID.
           MOVE IM-DEPARTMENT  TO PA-WS-DEPARTMENT.
           MOVE WS-OUR-ITEM-NUMBER TO PA-WS-ITEM-NUMBER.
           MOVE WS-TODAY-RUN-DATE TO PA-WS-PRICE-DATE.
           PERFORM FIND-PRICE-AGREEMENT.
           IF PA-AGREEMENT-FOUND
           MOVE "EDI"          TO OL-BRANCH-CODE.
           MOVE WS-BATCH-ORDER-NUMBER TO OL-ORDER-NUMBER.
           MOVE WS-TODAY-RUN-DATE     TO OL-ORDER-DATE.
           MOVE IM-SHIP-TO-CODE       TO OL-SHIP-TO-CODE.
           WRITE ORDER-LINE-RECORD.
           ADD 1 TO WS-ACCEPTED-COUNT.

       HOLD-PART-LINE.
      *    Priced at release, once the item - and so any item-level
      *    agreement - is known.
           PERFORM ASSIGN-LINE-ORDER-NUMBER.
           MOVE IM-DEPARTMENT  TO XH-DEPARTMENT.
           MOVE IM-CUSTOMER-ID TO XH-CUSTOMER-ID.
           MOVE IM-QUANTITY    TO XH-QUANTITY.
           MOVE IM-UNIT-PRICE  TO XH-UNIT-PRICE.
           MOVE SPACES         TO XH-ITEM-NUMBER.
           MOVE "ORDIMPRT"     TO XH-OPERATOR-ID.
           MOVE "EDI"          TO XH-BRANCH-CODE.
           MOVE WS-BATCH-ORDER-NUMBER TO XH-ORDER-NUMBER.
           MOVE WS-TODAY-RUN-DATE     TO XH-ORDER-DATE.
           MOVE IM-SHIP-TO-CODE       TO XH-SHIP-TO-CODE.
           MOVE IM-ITEM-NUMBER        TO XH-CUSTOMER-PART.
           MOVE WS-HOLD-REASON        TO XH-REASON-CODE.
           MOVE WS-TODAY-RUN-DATE     TO XH-HOLD-DATE.
           WRITE PART-HOLD-RECORD.
           ADD 1 TO WS-HELD-COUNT.

       PRINT-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE IM-CUSTOMER-ID   TO DTL-CUSTOMER-ID.
           IF ITEM-LOOKUP-ON
               CLOSE ITEM-MASTER-FILE
           END-IF.
           IF SHIP-TO-LOOKUP-ON
               CLOSE SHIP-TO-FILE
           END-IF.
           IF XREF-LOOKUP-ON
               CLOSE CUSTOMER-XREF-FILE
           END-IF.
           CLOSE PART-HOLD-FILE.
           CLOSE ORDER-LINE-FILE.
           CLOSE PRINT-FILE.
           PERFORM WRITE-ACK-TRAILER.
           CLOSE ACK-FILE.
           CLOSE ACK-ARCHIVE-FILE.

       OPEN-ACK-FILES.
      *    Tonight's acknowledgement replaces the last one sent; the
      *    dated archive keeps every one sent, reruns included.
           OPEN OUTPUT ACK-FILE.
           OPEN EXTEND ACK-ARCHIVE-FILE.
           IF ACK-ARCHIVE-STATUS = "05" OR "35"
               OPEN OUTPUT ACK-ARCHIVE-FILE
           END-IF.

       ACKNOWLEDGE-ONE-LINE.
      *    The line goes back as they sent it, so their system can
      *    match it without our edits getting in the way.
           MOVE SPACES           TO ACK-RECORD.
           MOVE WS-LINE-SEQUENCE TO AK-LINE-SEQUENCE.
           MOVE IM-CUSTOMER-ID   TO AK-CUSTOMER-ID.
           MOVE IM-DEPARTMENT    TO AK-DEPARTMENT.
           MOVE IM-ITEM-NUMBER   TO AK-ITEM-NUMBER.
           MOVE IM-DETAIL-FIELDS (31:5) TO AK-QUANTITY.
           MOVE IM-DETAIL-FIELDS (36:7) TO AK-UNIT-PRICE.
           EVALUATE TRUE
               WHEN LINE-ACCEPTED AND LINE-HELD-FOR-PART
                   MOVE "H"                   TO AK-RECORD-TYPE
                   MOVE WS-BATCH-ORDER-NUMBER TO AK-ORDER-NUMBER
                   EVALUATE WS-HOLD-REASON
                       WHEN "BADX"
                           MOVE "XREF ITEM NOT ON OUR MASTER"
                               TO AK-REASON
                       WHEN "ITIN"
                           MOVE "XREF ITEM INACTIVE"
                               TO AK-REASON
                       WHEN OTHER
                           MOVE "PART NUMBER NOT ON OUR XREF"
                               TO AK-REASON
                   END-EVALUATE
               WHEN LINE-ACCEPTED
                   MOVE "A"                   TO AK-RECORD-TYPE
                   MOVE WS-BATCH-ORDER-NUMBER TO AK-ORDER-NUMBER
                   COMPUTE WS-EXTENDED-AMOUNT =
                       IM-QUANTITY * IM-UNIT-PRICE
                   ADD WS-EXTENDED-AMOUNT TO WS-ACCEPTED-AMOUNT
               WHEN OTHER
                   MOVE "R"              TO AK-RECORD-TYPE
                   MOVE 0                TO AK-ORDER-NUMBER
                   MOVE WS-REJECT-REASON TO AK-REASON
           END-EVALUATE.
           PERFORM WRITE-ACK-RECORD.

       ACKNOWLEDGE-FILE-REJECTED.
      *    Nothing on a file that failed its control totals was
      *    loaded; the sender hears that, and why, the same night.
           PERFORM OPEN-ACK-FILES.
           MOVE SPACES                TO ACK-RECORD.
           MOVE "F"                   TO AK-RECORD-TYPE.
           MOVE 0                     TO AK-LINE-SEQUENCE.
           MOVE 0                     TO AK-ORDER-NUMBER.
           MOVE WS-FILE-REJECT-REASON TO AK-REASON.
           PERFORM WRITE-ACK-RECORD.
           PERFORM WRITE-ACK-TRAILER.
           CLOSE ACK-FILE.
           CLOSE ACK-ARCHIVE-FILE.

       WRITE-ACK-TRAILER.
           MOVE SPACES             TO ACK-RECORD.
           MOVE "T"                TO AK-RECORD-TYPE.
           MOVE WS-TRAILER-COUNT   TO AK-SENT-COUNT.
           MOVE WS-TRAILER-AMOUNT  TO AK-SENT-AMOUNT.
           MOVE WS-DETAIL-COUNT    TO AK-RECEIVED-COUNT.
           MOVE WS-DETAIL-AMOUNT   TO AK-RECEIVED-AMOUNT.
           MOVE WS-ACCEPTED-COUNT  TO AK-ACCEPTED-COUNT.
           MOVE WS-ACCEPTED-AMOUNT TO AK-ACCEPTED-AMOUNT.
           MOVE WS-REJECTED-COUNT  TO AK-REJECTED-COUNT.
           MOVE WS-HELD-COUNT      TO AK-HELD-COUNT.
           PERFORM WRITE-ACK-RECORD.

       WRITE-ACK-RECORD.
           WRITE ACK-RECORD.
           MOVE ACK-RECORD TO ACK-ARCHIVE-RECORD.
           WRITE ACK-ARCHIVE-RECORD.

       CONSUME-IMPORT-FILE.
      *    Loaded means loaded - a stale re-delivery must not import
