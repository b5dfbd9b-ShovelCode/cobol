      ******************************************************************
      * EARNPD - PROCEDURE DIVISION paragraphs for the employee
      *          earnings history. See EARNWS. PERFORM
      *          OPEN-EARNINGS-FILES once at start of run (it seeds
      *          missing files) and close EARN-WEEK-FILE and
      *          EARN-YEAR-FILE with the caller's other files.
      ******************************************************************
       OPEN-EARNINGS-FILES.
           OPEN I-O EARN-WEEK-FILE.
           IF EARN-WEEK-STATUS = "05" OR "35"
               CLOSE EARN-WEEK-FILE
               OPEN OUTPUT EARN-WEEK-FILE
               CLOSE EARN-WEEK-FILE
               OPEN I-O EARN-WEEK-FILE
           END-IF.
           OPEN I-O EARN-YEAR-FILE.
           IF EARN-YEAR-STATUS = "05" OR "35"
               CLOSE EARN-YEAR-FILE
               OPEN OUTPUT EARN-YEAR-FILE
               CLOSE EARN-YEAR-FILE
               OPEN I-O EARN-YEAR-FILE
           END-IF.

       POST-EARNINGS-WEEK.
      *    The week record goes first: if that week is already on
      *    file (a rerun of the pay calculation) the accumulators
      *    have it already and are left alone.
           MOVE "P" TO EN-WS-POST-RESULT.
           WRITE EARN-WEEK-RECORD
               INVALID KEY
                   MOVE "D" TO EN-WS-POST-RESULT
           END-WRITE.
           IF EN-WEEK-POSTED
               PERFORM ADD-WEEK-TO-YEAR
           END-IF.

       ADD-WEEK-TO-YEAR.
           MOVE EW-WEEK-ENDING (5:2) TO EN-WS-MONTH.
           COMPUTE EN-WS-QUARTER = (EN-WS-MONTH + 2) / 3.
           MOVE EW-EMP-ID TO EY-EMP-ID.
           MOVE EW-WEEK-ENDING (1:4) TO EY-YEAR.
           READ EARN-YEAR-FILE
               KEY IS EY-YEAR-KEY
               INVALID KEY
                   PERFORM START-EARNINGS-YEAR
                   PERFORM ACCUMULATE-EARNINGS-WEEK
                   WRITE EARN-YEAR-RECORD
               NOT INVALID KEY
                   IF EY-YEAR-CLOSED
                       MOVE "C" TO EN-WS-POST-RESULT
                   END-IF
                   PERFORM ACCUMULATE-EARNINGS-WEEK
                   REWRITE EARN-YEAR-RECORD
           END-READ.

       START-EARNINGS-YEAR.
      *    Caller has EY-EMP-ID and EY-YEAR in the key already.
           MOVE SPACE TO EY-CLOSED-FLAG.
           PERFORM CLEAR-EARNINGS-QUARTER
               VARYING EN-WS-QUARTER FROM 1 BY 1
               UNTIL EN-WS-QUARTER > 4.
           INITIALIZE EY-YEAR-TOTALS.
           MOVE EW-WEEK-ENDING (5:2) TO EN-WS-MONTH.
           COMPUTE EN-WS-QUARTER = (EN-WS-MONTH + 2) / 3.

       CLEAR-EARNINGS-QUARTER.
           INITIALIZE EY-QUARTER (EN-WS-QUARTER).

       ACCUMULATE-EARNINGS-WEEK.
           ADD 1                   TO EY-Q-WEEKS-PAID (EN-WS-QUARTER).
           ADD EW-REG-HOURS        TO EY-Q-REG-HOURS (EN-WS-QUARTER).
           ADD EW-OT-HOURS         TO EY-Q-OT-HOURS (EN-WS-QUARTER).
           ADD EW-GROSS-PAY        TO EY-Q-GROSS-PAY (EN-WS-QUARTER).
           ADD EW-TAX-WITHHELD
               TO EY-Q-TAX-WITHHELD (EN-WS-QUARTER).
           ADD EW-BENEFIT-DEDUCTED TO EY-Q-BENEFIT (EN-WS-QUARTER).
           ADD EW-GARNISHED        TO EY-Q-GARNISHED (EN-WS-QUARTER).
           ADD EW-NET-PAY          TO EY-Q-NET-PAY (EN-WS-QUARTER).
           ADD 1                   TO EY-Y-WEEKS-PAID.
           ADD EW-REG-HOURS        TO EY-Y-REG-HOURS.
           ADD EW-OT-HOURS         TO EY-Y-OT-HOURS.
           ADD EW-GROSS-PAY        TO EY-Y-GROSS-PAY.
           ADD EW-TAX-WITHHELD     TO EY-Y-TAX-WITHHELD.
           ADD EW-BENEFIT-DEDUCTED TO EY-Y-BENEFIT.
           ADD EW-GARNISHED        TO EY-Y-GARNISHED.
           ADD EW-NET-PAY          TO EY-Y-NET-PAY.
