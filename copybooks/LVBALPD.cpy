      ******************************************************************
      * LVBALPD - PROCEDURE DIVISION paragraphs for the projected
      *           leave balance. See LVBALWS. The balance on
      *           empaccr.dat is as of the last weekly register;
      *           the projection takes off the leave cards already on
      *           the live timecard file that the register has not yet
      *           drawn (a rejected card never will be), and the hours
      *           still to be carded on the employee's other pending
      *           and approved requests. Needs ACCRUAL-FILE (ACCRSEL)
      *           and LEAVE-REQUEST-FILE (LVRQSEL) open, and
      *           TIMECARD-FILE declared - it is opened and closed
      *           here. The leave request file is left positioned
      *           past the employee's requests, and the record area
      *           holds the last one read: a caller in the middle of
      *           a request READs it again by key before going on.
      ******************************************************************
       PROJECT-LEAVE-BALANCE.
           MOVE 0 TO LV-ON-FILE-BALANCE.
           MOVE 0 TO LV-UNDRAWN-CARD-HOURS.
           MOVE 0 TO LV-BOOKED-HOURS.
           MOVE LV-PROJECT-EMP-ID TO AB-EMP-ID.
           READ ACCRUAL-FILE
               KEY IS AB-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LV-PROJECT-TYPE = "S"
                       MOVE AB-SICK-BALANCE TO LV-ON-FILE-BALANCE
                   ELSE
                       MOVE AB-VACATION-BALANCE TO LV-ON-FILE-BALANCE
                   END-IF
           END-READ.
           OPEN INPUT TIMECARD-FILE.
           IF TIMECARD-FILE-STATUS = "00"
               MOVE "N" TO LV-SCAN-EOF-SWITCH
               PERFORM READ-UNDRAWN-CARD
               PERFORM TALLY-UNDRAWN-CARD
                   UNTIL LV-END-OF-SCAN
               CLOSE TIMECARD-FILE
           END-IF.
           MOVE LV-PROJECT-EMP-ID TO LR-EMP-ID.
           MOVE 0 TO LR-START-DATE.
           MOVE "N" TO LV-SCAN-EOF-SWITCH.
           START LEAVE-REQUEST-FILE
               KEY IS GREATER THAN OR EQUAL TO LR-REQUEST-KEY
               INVALID KEY
                   MOVE "Y" TO LV-SCAN-EOF-SWITCH
           END-START.
           IF NOT LV-END-OF-SCAN
               PERFORM READ-BOOKED-REQUEST
           END-IF.
           PERFORM TALLY-BOOKED-REQUEST
               UNTIL LV-END-OF-SCAN.
           COMPUTE LV-PROJECTED-BALANCE = LV-ON-FILE-BALANCE
               - LV-UNDRAWN-CARD-HOURS - LV-BOOKED-HOURS.

       READ-UNDRAWN-CARD.
           READ TIMECARD-FILE
               AT END
                   MOVE "Y" TO LV-SCAN-EOF-SWITCH
           END-READ.

       TALLY-UNDRAWN-CARD.
           IF TC-EMP-ID = LV-PROJECT-EMP-ID
               AND TC-HOURS-TYPE = LV-PROJECT-TYPE
               AND NOT TC-REJECTED
               ADD TC-HOURS TO LV-UNDRAWN-CARD-HOURS
           END-IF.
           PERFORM READ-UNDRAWN-CARD.

       READ-BOOKED-REQUEST.
           READ LEAVE-REQUEST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LV-SCAN-EOF-SWITCH
               NOT AT END
                   IF LR-EMP-ID NOT = LV-PROJECT-EMP-ID
                       MOVE "Y" TO LV-SCAN-EOF-SWITCH
                   END-IF
           END-READ.

       TALLY-BOOKED-REQUEST.
      *    Cards already written for a request are on the timecard
      *    file (or drawn); only the rest of it is still booked.
           IF LR-OPEN
               AND LR-LEAVE-TYPE = LV-PROJECT-TYPE
               AND LR-REQUEST-KEY NOT = LV-PROJECT-SKIP-KEY
               AND LR-CARDS-THRU-DATE < LR-END-DATE
               COMPUTE LV-OUTSTANDING-HOURS =
                   LR-TOTAL-HOURS - LR-HOURS-CARDED
               IF LV-OUTSTANDING-HOURS > 0
                   ADD LV-OUTSTANDING-HOURS TO LV-BOOKED-HOURS
               END-IF
           END-IF.
           PERFORM READ-BOOKED-REQUEST.
