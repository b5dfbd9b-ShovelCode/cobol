      *          gone on hold or closed (or off the master) since the
      *          standing order was set up is skipped and printed, so
      *          sales knows which setups went stale instead of the
      *          lines silently stopping - and so is one whose ship-to
      *          has since gone inactive or off shipto.dat.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STORSEL.
           COPY ORDNXSEL.
           COPY SHIPSEL.

           SELECT ORDER-LINE-FILE ASSIGN TO "orderlin.dat"
               ORGANIZATION IS SEQUENTIAL
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  SHIP-TO-FILE.
           COPY SHIPREC.

           COPY ORDNXFD.
           COPY PRTRECFD.
           COPY RUNLOGFD.
       01  STANDING-ORDER-STATUS   PIC XX.
       01  ORDER-LINE-STATUS       PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  SHIP-TO-STATUS          PIC XX.
       01  WS-SHIP-TO-FILE-SWITCH  PIC X       VALUE "N".
           88  SHIP-TO-FILE-OPEN               VALUE "Y".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-STANDING-ORDERS          VALUE "Y".
       01  WS-GENERATED-COUNT      PIC 9(5)    VALUE 0.
       01  WS-CUSTOMER-OK-SWITCH   PIC X.
           88  CUSTOMER-STILL-GOOD             VALUE "Y".
       01  WS-PREV-ORDER-CUSTOMER  PIC X(10)   VALUE SPACES.
       01  WS-PREV-ORDER-SHIP-TO   PIC X(4)    VALUE SPACES.
       01  WS-GEN-ORDER-NUMBER     PIC 9(8)    VALUE 0.

           COPY RETCODE.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-RUN-DATE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT SHIP-TO-FILE.
           IF SHIP-TO-STATUS = "00"
               MOVE "Y" TO WS-SHIP-TO-FILE-SWITCH
           END-IF.
           OPEN EXTEND ORDER-LINE-FILE.
           IF ORDER-LINE-STATUS = "05" OR "35"
               OPEN OUTPUT ORDER-LINE-FILE
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE STANDING-ORDER-FILE.
           CLOSE CUSTOMER-FILE.
           IF SHIP-TO-FILE-OPEN
               CLOSE SHIP-TO-FILE
           END-IF.
           CLOSE ORDER-LINE-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "STANDING ORDER GENERATION COMPLETE - "
           IF SO-ACTIVE
               AND SO-NEXT-GEN-DATE NOT > WS-TODAY-RUN-DATE
               PERFORM CHECK-CUSTOMER-STANDING
               IF CUSTOMER-STILL-GOOD
                   AND SO-SHIP-TO-CODE NOT = SPACES
                   PERFORM CHECK-SHIP-TO-STANDING
               END-IF
               IF CUSTOMER-STILL-GOOD
                   PERFORM WRITE-GENERATED-LINE
                   PERFORM ADVANCE-NEXT-GEN-DATE
                   END-EVALUATE
           END-READ.

       CHECK-SHIP-TO-STANDING.
           MOVE "N" TO WS-CUSTOMER-OK-SWITCH.
           MOVE "SHIP-TO NOT ON FILE" TO WS-SKIP-REASON.
           IF SHIP-TO-FILE-OPEN
               MOVE SO-CUSTOMER-ID  TO ST-CUSTOMER-ID
               MOVE SO-SHIP-TO-CODE TO ST-SHIP-TO-CODE
               READ SHIP-TO-FILE
                   KEY IS ST-SHIP-TO-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SHIP-TO-ACTIVE
                           MOVE "Y" TO WS-CUSTOMER-OK-SWITCH
                       ELSE
                           MOVE "SHIP-TO INACTIVE" TO WS-SKIP-REASON
                       END-IF
               END-READ
           END-IF.

       WRITE-GENERATED-LINE.
      *    The file walks in customer order, so a customer's due
      *    lines generate consecutively and share one order number
      *    - one per ship-to, since an order ships to one place.
           IF SO-CUSTOMER-ID NOT = WS-PREV-ORDER-CUSTOMER
               OR SO-SHIP-TO-CODE NOT = WS-PREV-ORDER-SHIP-TO
               PERFORM GET-NEXT-ORDER-NUMBER
               MOVE NO-ASSIGNED-ORDER-NUMBER
                   TO WS-GEN-ORDER-NUMBER
               MOVE SO-CUSTOMER-ID  TO WS-PREV-ORDER-CUSTOMER
               MOVE SO-SHIP-TO-CODE TO WS-PREV-ORDER-SHIP-TO
           END-IF.
           MOVE SO-DEPARTMENT  TO OL-DEPARTMENT.
           MOVE SO-CUSTOMER-ID TO OL-CUSTOMER-ID.
           MOVE "HQ"           TO OL-BRANCH-CODE.
           MOVE WS-GEN-ORDER-NUMBER TO OL-ORDER-NUMBER.
           MOVE WS-TODAY-RUN-DATE   TO OL-ORDER-DATE.
           MOVE SO-SHIP-TO-CODE     TO OL-SHIP-TO-CODE.
           WRITE ORDER-LINE-RECORD.
           ADD 1 TO WS-GENERATED-COUNT.

