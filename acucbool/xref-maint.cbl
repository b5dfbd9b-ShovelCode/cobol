       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFMNT.
      ******************************************************************
      * Purpose: Customer item cross-reference maintenance - add/
      *          update/delete/inquiry against custxref.dat, modeled
      *          on SHIPMNT, so the buyer can map an account's own
      *          part numbers to our items. The customer must exist
      *          on the master, the part number cannot be blank, and
      *          the item it maps to must be an active item on the
      *          master. Inquiry lists every part number mapped for
      *          the customer. The buyer works from the unmapped part
      *          report XREFRCYC prints; a line held there releases
      *          the night after its part is mapped here. Every
      *          record keyed here is stamped source K with the
      *          business date, so a later catalog load (XREFLOAD)
      *          that changes it shows on that run's report.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CXRFSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY ITEMSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-XREF-FILE.
           COPY CXRFREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  CUSTOMER-XREF-STATUS    PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  WS-TRANSACTION-CODE     PIC X.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-ITEM-OK-SWITCH       PIC X.
           88  ITEM-IS-USABLE                  VALUE "Y".
       01  WS-LIST-EOF-SWITCH      PIC X.
           88  END-OF-CUSTOMER-PARTS           VALUE "Y".
       01  WS-WANTED-CUSTOMER      PIC X(10).
       01  WS-PART-COUNT           PIC 9(5).
       01  WS-NEW-ITEM-NUMBER      PIC X(10).
       01  WS-NEW-DESCRIPTION      PIC X(30).

           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "XREFMNT" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-ONE-TRANSACTION
               UNTIL OPERATOR-DONE.
           CLOSE CUSTOMER-XREF-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE ITEM-MASTER-FILE.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O CUSTOMER-XREF-FILE.
           IF CUSTOMER-XREF-STATUS = "05" OR "35"
               CLOSE CUSTOMER-XREF-FILE
               OPEN OUTPUT CUSTOMER-XREF-FILE
               CLOSE CUSTOMER-XREF-FILE
               OPEN I-O CUSTOMER-XREF-FILE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT ITEM-MASTER-FILE.

       PROCESS-ONE-TRANSACTION.
           DISPLAY "CUSTOMER PART CROSS-REFERENCE - "
               "A)dd U)pdate D)elete I)nquiry Q)uit".
           ACCEPT WS-TRANSACTION-CODE.
           EVALUATE WS-TRANSACTION-CODE
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-TRANSACTION
               WHEN "U"
               WHEN "u"
                   PERFORM UPDATE-TRANSACTION
               WHEN "D"
               WHEN "d"
                   PERFORM DELETE-TRANSACTION
               WHEN "I"
               WHEN "i"
                   PERFORM INQUIRY-TRANSACTION
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid transaction code - enter "
                       "A/U/D/I/Q."
           END-EVALUATE.

       ADD-TRANSACTION.
           DISPLAY "ENTER CUSTOMER ID:".
           ACCEPT CX-CUSTOMER-ID.
           MOVE CX-CUSTOMER-ID TO CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   DISPLAY "CUSTOMER NOT ON FILE - NOT ADDED."
               NOT INVALID KEY
                   DISPLAY "CUSTOMER: " CUSTOMER-NAME
                   DISPLAY "ENTER THEIR PART NUMBER:"
                   ACCEPT CX-CUSTOMER-PART
                   IF CX-CUSTOMER-PART = SPACES
                       DISPLAY "REJECTED - a part number is required."
                   ELSE
                       PERFORM ADD-ONE-CROSS-REFERENCE
                   END-IF
           END-READ.

       ADD-ONE-CROSS-REFERENCE.
           DISPLAY "ENTER OUR ITEM NUMBER:".
           ACCEPT WS-NEW-ITEM-NUMBER.
           PERFORM CHECK-OUR-ITEM.
           IF ITEM-IS-USABLE
               MOVE CX-CUSTOMER-ID     TO CX-ITEM-CUSTOMER-ID
               MOVE WS-NEW-ITEM-NUMBER TO CX-ITEM-NUMBER
               DISPLAY "ENTER THEIR DESCRIPTION:"
               ACCEPT CX-DESCRIPTION
               MOVE "K"                TO CX-SOURCE
               MOVE WS-BUSINESS-DATE   TO CX-CHANGED-DATE
               WRITE CUSTOMER-XREF-RECORD
                   INVALID KEY
                       DISPLAY "REJECTED - that part number is "
                           "already mapped for this customer"
               END-WRITE
           END-IF.

       UPDATE-TRANSACTION.
      *    A blank entry keeps what is on file.
           PERFORM GET-CROSS-REFERENCE-KEY.
           READ CUSTOMER-XREF-FILE
               KEY IS CX-XREF-KEY
               INVALID KEY
                   DISPLAY "PART NUMBER NOT MAPPED FOR THAT CUSTOMER."
               NOT INVALID KEY
                   PERFORM SHOW-ONE-CROSS-REFERENCE
                   PERFORM UPDATE-ONE-CROSS-REFERENCE
           END-READ.

       UPDATE-ONE-CROSS-REFERENCE.
           DISPLAY "ENTER OUR ITEM NUMBER (BLANK = KEEP):".
           ACCEPT WS-NEW-ITEM-NUMBER.
           IF WS-NEW-ITEM-NUMBER = SPACES
               MOVE "Y" TO WS-ITEM-OK-SWITCH
           ELSE
               PERFORM CHECK-OUR-ITEM
           END-IF.
           IF ITEM-IS-USABLE
               IF WS-NEW-ITEM-NUMBER NOT = SPACES
                   MOVE WS-NEW-ITEM-NUMBER TO CX-ITEM-NUMBER
               END-IF
               DISPLAY "ENTER THEIR DESCRIPTION (BLANK = KEEP):"
               ACCEPT WS-NEW-DESCRIPTION
               IF WS-NEW-DESCRIPTION NOT = SPACES
                   MOVE WS-NEW-DESCRIPTION TO CX-DESCRIPTION
               END-IF
               MOVE "K"              TO CX-SOURCE
               MOVE WS-BUSINESS-DATE TO CX-CHANGED-DATE
               REWRITE CUSTOMER-XREF-RECORD
                   INVALID KEY
                       DISPLAY "UPDATE FAILED, STATUS "
                           CUSTOMER-XREF-STATUS
               END-REWRITE
           END-IF.

       DELETE-TRANSACTION.
      *    Lines already released keep the item they were given; the
      *    next transmission quoting the part is held again.
           PERFORM GET-CROSS-REFERENCE-KEY.
           READ CUSTOMER-XREF-FILE
               KEY IS CX-XREF-KEY
               INVALID KEY
                   DISPLAY "PART NUMBER NOT MAPPED FOR THAT CUSTOMER."
               NOT INVALID KEY
                   DELETE CUSTOMER-XREF-FILE RECORD
                       INVALID KEY
                           DISPLAY "DELETE FAILED, STATUS "
                               CUSTOMER-XREF-STATUS
                       NOT INVALID KEY
                           DISPLAY "CROSS-REFERENCE REMOVED."
                   END-DELETE
           END-READ.

       INQUIRY-TRANSACTION.
      *    Lists every part number mapped for the customer, in part
      *    number order.
           DISPLAY "ENTER CUSTOMER ID:".
           ACCEPT WS-WANTED-CUSTOMER.
           MOVE 0 TO WS-PART-COUNT.
           MOVE "N" TO WS-LIST-EOF-SWITCH.
           MOVE WS-WANTED-CUSTOMER TO CX-CUSTOMER-ID.
           MOVE LOW-VALUES TO CX-CUSTOMER-PART.
           START CUSTOMER-XREF-FILE
               KEY IS NOT LESS THAN CX-XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-START.
           IF NOT END-OF-CUSTOMER-PARTS
               PERFORM READ-NEXT-CROSS-REFERENCE
           END-IF.
           PERFORM SHOW-CUSTOMER-PART
               UNTIL END-OF-CUSTOMER-PARTS.
           IF WS-PART-COUNT = 0
               DISPLAY "NO PART NUMBERS MAPPED FOR CUSTOMER "
                   WS-WANTED-CUSTOMER
           ELSE
               DISPLAY WS-PART-COUNT " PART NUMBER(S) MAPPED."
           END-IF.

       READ-NEXT-CROSS-REFERENCE.
           READ CUSTOMER-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-READ.
           IF NOT END-OF-CUSTOMER-PARTS
               AND CX-CUSTOMER-ID NOT = WS-WANTED-CUSTOMER
               MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-IF.

       SHOW-CUSTOMER-PART.
           ADD 1 TO WS-PART-COUNT.
           PERFORM SHOW-ONE-CROSS-REFERENCE.
           PERFORM READ-NEXT-CROSS-REFERENCE.

       SHOW-ONE-CROSS-REFERENCE.
           DISPLAY "THEIR PART " CX-CUSTOMER-PART "  OUR ITEM "
               CX-ITEM-NUMBER "  " CX-DESCRIPTION.
           DISPLAY "    SOURCE " CX-SOURCE "  CHANGED "
               CX-CHANGED-DATE.

       GET-CROSS-REFERENCE-KEY.
           DISPLAY "ENTER CUSTOMER ID:".
           ACCEPT CX-CUSTOMER-ID.
           DISPLAY "ENTER THEIR PART NUMBER:".
           ACCEPT CX-CUSTOMER-PART.

       CHECK-OUR-ITEM.
      *    Only an active item can be mapped - a line translated to
      *    an inactive one would only be held again.
           MOVE "N" TO WS-ITEM-OK-SWITCH.
           MOVE WS-NEW-ITEM-NUMBER TO IT-ITEM-NUMBER.
           READ ITEM-MASTER-FILE
               KEY IS IT-ITEM-NUMBER
               INVALID KEY
                   DISPLAY "REJECTED - ITEM " WS-NEW-ITEM-NUMBER
                       " NOT ON THE ITEM MASTER."
               NOT INVALID KEY
                   IF ITEM-INACTIVE
                       DISPLAY "REJECTED - ITEM " WS-NEW-ITEM-NUMBER
                           " IS INACTIVE."
                   ELSE
                       DISPLAY "ITEM: " IT-DESCRIPTION
                       MOVE "Y" TO WS-ITEM-OK-SWITCH
                   END-IF
           END-READ.

           COPY OPERPD.
           COPY RUNLOGPD.
