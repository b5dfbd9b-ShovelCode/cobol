      *          stock the system never received. Lines keyed before
      *          the item master existed carry no item number and are
      *          counted as skipped, not errors. Any negative
      *          position ends the step RC-WARNING. Each depleted
      *          line's units and dollars are also added to its
      *          item's week on the item movement history
      *          (itemmove.dat), and weeks older than the last 13 are
      *          dropped from it, for the monthly velocity run.
      *          Each depleted line is also queued on the inventory
      *          GL feed (invgl.dat) at the item's unit cost, for
      *          GLEXTR to journal as cost of goods sold out of
      *          inventory; an item with no cost yet is counted and
      *          queues nothing.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS ACCEPTED-ORDER-STATUS.

           COPY ITEMSEL.
           COPY IMOVSEL.
           COPY IGLSEL.

           SELECT PRINT-FILE ASSIGN TO "invdepl.prt"
               ORGANIZATION IS SEQUENTIAL
       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  ITEM-MOVEMENT-FILE.
           COPY IMOVREC.

       FD  INVENTORY-GL-FILE.
           COPY IGLREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       01  WS-SKIPPED-COUNT        PIC 9(6)    VALUE 0.
       01  WS-UNKNOWN-COUNT        PIC 9(6)    VALUE 0.
       01  WS-NEGATIVE-COUNT       PIC 9(5)    VALUE 0.
       01  WS-MOVE-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-ITEM-MOVEMENT            VALUE "Y".
       01  WS-PURGED-COUNT         PIC 9(6)    VALUE 0.
       01  WS-CURRENT-WEEK-ENDING  PIC 9(8).
       01  WS-MOVEMENT-CUTOFF      PIC 9(8).

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY IMOVWS.
           COPY IGLWS.

       01  DEPL-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "ITEM-NUMBER".
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO MV-WS-DATE.
           PERFORM SET-MOVEMENT-WEEK.
           MOVE MV-WS-WEEK-ENDING TO WS-CURRENT-WEEK-ENDING.
           PERFORM OPEN-ITEM-MOVEMENT-FILE.
           PERFORM OPEN-INVENTORY-GL-FILE.
           OPEN INPUT ACCEPTED-ORDER-FILE.
           IF ACCEPTED-ORDER-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
                   UNTIL END-OF-ACCEPTED-ORDERS
               CLOSE ACCEPTED-ORDER-FILE
           END-IF.
           PERFORM PURGE-OLD-MOVEMENT.
           CLOSE ITEM-MOVEMENT-FILE.
           CLOSE INVENTORY-GL-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "INVDEPL" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
               WS-SKIPPED-COUNT " WITHOUT ITEM, "
               WS-UNKNOWN-COUNT " ITEM NOT ON MASTER, "
               WS-NEGATIVE-COUNT " NEGATIVE POSITIONS".
           DISPLAY "ITEM MOVEMENT - " WS-PURGED-COUNT
               " ITEM-WEEKS OLDER THAN " MV-WS-KEEP-WEEKS
               " WEEKS DROPPED".
           DISPLAY "INVENTORY GL FEED - " IG-WS-WRITTEN-COUNT
               " LINES COSTED, " IG-WS-UNCOSTED-COUNT
               " LINES OF UNCOSTED ITEMS".
           IF WS-NEGATIVE-COUNT > 0 OR WS-UNKNOWN-COUNT > 0
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
                       SUBTRACT AO-QUANTITY FROM IT-ON-HAND
                       REWRITE ITEM-MASTER-RECORD
                       ADD 1 TO WS-DEPLETED-COUNT
                       PERFORM POST-LINE-MOVEMENT
                       PERFORM QUEUE-LINE-COST
               END-READ
           END-IF.
           PERFORM READ-ACCEPTED-ORDER.

       POST-LINE-MOVEMENT.
           MOVE AO-ITEM-NUMBER         TO MV-WS-ITEM-NUMBER.
           MOVE WS-CURRENT-WEEK-ENDING TO MV-WS-WEEK-ENDING.
           MOVE AO-QUANTITY            TO MV-WS-UNITS.
           COMPUTE MV-WS-AMOUNT = AO-QUANTITY * AO-UNIT-PRICE.
           PERFORM POST-ITEM-MOVEMENT.

       QUEUE-LINE-COST.
           MOVE "D"               TO IG-WS-ENTRY-TYPE.
           MOVE IT-DEPARTMENT     TO IG-WS-DEPARTMENT.
           MOVE AO-ITEM-NUMBER    TO IG-WS-ITEM-NUMBER.
           MOVE AO-QUANTITY       TO IG-WS-QUANTITY.
           MOVE IT-UNIT-COST      TO IG-WS-UNIT-COST.
           MOVE WS-BUSINESS-DATE  TO IG-WS-ENTRY-DATE.
           PERFORM WRITE-INVENTORY-GL-ENTRY.

       PURGE-OLD-MOVEMENT.
      *    This week plus the twelve before it stay; anything ending
      *    13 or more weeks before this week's Sunday goes.
           COMPUTE WS-MOVEMENT-CUTOFF = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-CURRENT-WEEK-ENDING)
                - (MV-WS-KEEP-WEEKS * 7)).
           MOVE LOW-VALUES TO MV-MOVEMENT-KEY.
           START ITEM-MOVEMENT-FILE
               KEY IS GREATER THAN OR EQUAL TO MV-MOVEMENT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MOVE-EOF-SWITCH
           END-START.
           IF NOT END-OF-ITEM-MOVEMENT
               PERFORM READ-MOVEMENT-RECORD
           END-IF.
           PERFORM CHECK-ONE-MOVEMENT
               UNTIL END-OF-ITEM-MOVEMENT.

       READ-MOVEMENT-RECORD.
           READ ITEM-MOVEMENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MOVE-EOF-SWITCH
           END-READ.

       CHECK-ONE-MOVEMENT.
           IF MV-WEEK-ENDING NOT > WS-MOVEMENT-CUTOFF
               DELETE ITEM-MOVEMENT-FILE RECORD
               ADD 1 TO WS-PURGED-COUNT
           END-IF.
           PERFORM READ-MOVEMENT-RECORD.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE DEPL-COLUMN-HEADINGS TO PRINT-TEXT.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY IMOVPD.
           COPY IGLPD.
