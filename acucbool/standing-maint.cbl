      *          customer's weekly lines are set up once instead of
      *          re-keyed through ORDENTRY every week. The customer
      *          must exist on the master and the department is
      *          validated when the department master is up. A
      *          ship-to code, when keyed, must be one of the
      *          customer's active ship-tos on shipto.dat.
      *          Deactivating a standing order (flag I) stops the
      *          generator without losing the setup.
      ******************************************************************
               FILE STATUS IS FILE-STATUS-CODE.

           COPY DEPTSEL.
           COPY SHIPSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       FD  DEPARTMENT-FILE.
           COPY DEPTREC.

       FD  SHIP-TO-FILE.
           COPY SHIPREC.

           COPY OPERFD.
           COPY RUNLOGFD.

           88  DEPT-VALIDATION-ON              VALUE "Y".
       01  WS-DEPT-OK-SWITCH       PIC X.
           88  DEPARTMENT-ACCEPTED             VALUE "Y".
       01  SHIP-TO-STATUS          PIC XX.
       01  WS-SHIP-TO-CHECK-SWITCH PIC X       VALUE "N".
           88  SHIP-TO-LOOKUP-ON               VALUE "Y".
       01  WS-SHIP-TO-OK-SWITCH    PIC X.
           88  SHIP-TO-ACCEPTED                VALUE "Y".
       01  WS-ENTERED-FLAG         PIC X.
       01  WS-PRICE-DISPLAY        PIC ZZZZ9.99-.

           IF DEPT-VALIDATION-ON
               CLOSE DEPARTMENT-FILE
           END-IF.
           IF SHIP-TO-LOOKUP-ON
               CLOSE SHIP-TO-FILE
           END-IF.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.
               DISPLAY "NO DEPARTMENT MASTER - department keying is "
                   "unchecked this session."
           END-IF.
           OPEN INPUT SHIP-TO-FILE.
           IF SHIP-TO-STATUS = "00"
               MOVE "Y" TO WS-SHIP-TO-CHECK-SWITCH
           END-IF.

       PROCESS-ONE-TRANSACTION.
           DISPLAY "STANDING ORDER MAINTENANCE - "
                   DISPLAY "ITEM      : " SO-ITEM-NUMBER
                   DISPLAY "QUANTITY  : " SO-QUANTITY
                   DISPLAY "PRICE     : " WS-PRICE-DISPLAY
                   DISPLAY "SHIP-TO   : " SO-SHIP-TO-CODE
                   DISPLAY "FREQUENCY : " SO-FREQUENCY
                   DISPLAY "NEXT GEN  : " SO-NEXT-GEN-DATE
                   DISPLAY "ACTIVE    : " SO-ACTIVE-FLAG
           DISPLAY "ENTER UNIT PRICE (IMPLIED 2 DECIMALS):".
           PERFORM ACCEPT-NONZERO-NUMBER.
           MOVE VAL-NUMERIC-FIELD TO SO-UNIT-PRICE.
           PERFORM GET-VALID-SHIP-TO.
           PERFORM GET-FREQUENCY.
           DISPLAY "ENTER NEXT GENERATION DATE (YYYYMMDD):".
           ACCEPT SO-NEXT-GEN-DATE.
               END-IF
           END-PERFORM.

       GET-VALID-SHIP-TO.
      *    No ship-to file means the customer has none - the lines
      *    ship to the bill-to address.
           MOVE SPACES TO SO-SHIP-TO-CODE.
           IF SHIP-TO-LOOKUP-ON
               MOVE "N" TO WS-SHIP-TO-OK-SWITCH
               PERFORM UNTIL SHIP-TO-ACCEPTED
                   DISPLAY "ENTER SHIP-TO CODE (BLANK = BILL-TO "
                       "ADDRESS):"
                   ACCEPT SO-SHIP-TO-CODE
                   IF SO-SHIP-TO-CODE = SPACES
                       MOVE "Y" TO WS-SHIP-TO-OK-SWITCH
                   ELSE
                       MOVE SO-CUSTOMER-ID  TO ST-CUSTOMER-ID
                       MOVE SO-SHIP-TO-CODE TO ST-SHIP-TO-CODE
                       READ SHIP-TO-FILE
                           KEY IS ST-SHIP-TO-KEY
                           INVALID KEY
                               DISPLAY "NO SUCH SHIP-TO FOR THIS "
                                   "CUSTOMER - TRY AGAIN."
                           NOT INVALID KEY
                               IF SHIP-TO-ACTIVE
                                   MOVE "Y" TO WS-SHIP-TO-OK-SWITCH
                               ELSE
                                   DISPLAY "SHIP-TO IS INACTIVE - "
                                       "TRY AGAIN."
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

       GET-FREQUENCY.
           MOVE SPACE TO SO-FREQUENCY.
           PERFORM UNTIL SO-FREQUENCY = "W" OR "M"
