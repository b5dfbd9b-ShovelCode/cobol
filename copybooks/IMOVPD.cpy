      ******************************************************************
      * IMOVPD - PROCEDURE DIVISION paragraphs for the item movement
      *          history file. See IMOVSEL. PERFORM
      *          OPEN-ITEM-MOVEMENT-FILE once at start of run (it
      *          seeds a missing file), SET-MOVEMENT-WEEK for the
      *          week a date falls in, POST-ITEM-MOVEMENT per posting
      *          with the MV-WS- fields loaded, and close
      *          ITEM-MOVEMENT-FILE with the caller's other files.
      ******************************************************************
       OPEN-ITEM-MOVEMENT-FILE.
           OPEN I-O ITEM-MOVEMENT-FILE.
           IF ITEM-MOVEMENT-STATUS = "05" OR "35"
               CLOSE ITEM-MOVEMENT-FILE
               OPEN OUTPUT ITEM-MOVEMENT-FILE
               CLOSE ITEM-MOVEMENT-FILE
               OPEN I-O ITEM-MOVEMENT-FILE
           END-IF.

       SET-MOVEMENT-WEEK.
      *    Day 1 of the integer calendar (1 January 1601) was a
      *    Monday, so the remainder after dividing by seven counts
      *    0 for Monday through 6 for Sunday.
           COMPUTE MV-WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (MV-WS-DATE).
           SUBTRACT 1 FROM MV-WS-DATE-INTEGER
               GIVING MV-WS-WEEKDAY-WORK.
           DIVIDE MV-WS-WEEKDAY-WORK BY 7
               GIVING MV-WS-WEEKDAY-WORK
               REMAINDER MV-WS-WEEKDAY.
           COMPUTE MV-WS-WEEK-ENDING = FUNCTION DATE-OF-INTEGER
               (MV-WS-DATE-INTEGER + 6 - MV-WS-WEEKDAY).

       POST-ITEM-MOVEMENT.
           MOVE MV-WS-ITEM-NUMBER TO MV-ITEM-NUMBER.
           MOVE MV-WS-WEEK-ENDING TO MV-WEEK-ENDING.
           READ ITEM-MOVEMENT-FILE
               KEY IS MV-MOVEMENT-KEY
               INVALID KEY
                   MOVE MV-WS-ITEM-NUMBER TO MV-ITEM-NUMBER
                   MOVE MV-WS-WEEK-ENDING TO MV-WEEK-ENDING
                   MOVE MV-WS-UNITS       TO MV-UNITS
                   MOVE MV-WS-AMOUNT      TO MV-SALES-AMOUNT
                   WRITE ITEM-MOVEMENT-RECORD
               NOT INVALID KEY
                   ADD MV-WS-UNITS  TO MV-UNITS
                   ADD MV-WS-AMOUNT TO MV-SALES-AMOUNT
                   REWRITE ITEM-MOVEMENT-RECORD
           END-READ.
