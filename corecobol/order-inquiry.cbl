      *          the order run accepted tonight (ordaccpt.dat), lines
      *          billed this statement cycle (ordmtd.dat), invoices
      *          issued (invreg.dat), lines stuck in suspense with
      *          their reason codes, lines held for credit, and lines
      *          waiting on stock in backorder - so the answer stops
      *          living in four file dumps.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CREDIT-HOLD-STATUS.

           COPY BORDSEL.
           COPY ACCLSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.
       FD  CREDIT-HOLD-FILE.
           COPY CRDHREC.

       FD  BACKORDER-FILE.
           COPY BORDREC.

           COPY ACCLFD.
           COPY OPERFD.
           COPY RUNLOGFD.
       01  INVOICE-REGISTER-STATUS PIC XX.
       01  SUSPENSE-FILE-STATUS    PIC XX.
       01  CREDIT-HOLD-STATUS      PIC XX.
       01  BACKORDER-STATUS        PIC XX.
       01  WS-EOF-SWITCH           PIC X.
           88  END-OF-THIS-FILE                VALUE "Y".
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
                       PERFORM SHOW-INVOICES
                       PERFORM SHOW-SUSPENSE-LINES
                       PERFORM SHOW-HELD-LINES
                       PERFORM SHOW-BACKORDERED-LINES
               END-READ
           END-IF.

           END-IF.
           PERFORM READ-CREDIT-HOLD.

       SHOW-BACKORDERED-LINES.
           DISPLAY "----- ON BACKORDER, WAITING ON STOCK -----".
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT BACKORDER-FILE.
           IF BACKORDER-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM READ-BACKORDER
               PERFORM SHOW-ONE-BACKORDER
                   UNTIL END-OF-THIS-FILE
               CLOSE BACKORDER-FILE
           END-IF.
           PERFORM NOTE-EMPTY-SECTION.

       READ-BACKORDER.
           READ BACKORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       SHOW-ONE-BACKORDER.
           IF BO-CUSTOMER-ID = WS-WANTED-CUSTOMER
               ADD 1 TO WS-SECTION-COUNT
               DISPLAY "  ORDER " BO-ORDER-NUMBER
                   " ITEM " BO-ITEM-NUMBER
                   " QTY " BO-QUANTITY
                   " SINCE " BO-BACKORDER-DATE
           END-IF.
           PERFORM READ-BACKORDER.

       NOTE-EMPTY-SECTION.
           IF WS-SECTION-COUNT = 0
               DISPLAY "  (NOTHING AT THIS STAGE)"
