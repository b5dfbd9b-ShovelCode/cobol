       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLMAINT.
      ******************************************************************
      * Purpose: Company holiday calendar maintenance - add, change,
      *          and remove the paid holidays HOLCARDS turns into
      *          holiday-hours cards, and list the calendar from a
      *          starting date. A holiday whose cards have been
      *          written is history: it lists, but it cannot be
      *          changed or removed, since the cards it paid are
      *          already on their way to the register.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HLDYSEL.

           COPY BULLSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
           COPY HLDYREC.

           COPY BULLFD.
           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  HOLIDAY-FILE-STATUS     PIC XX.
       01  WS-TRANSACTION-CODE     PIC X.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-LIST-EOF-SWITCH      PIC X.
           88  END-OF-LIST                     VALUE "Y".
       01  WS-LIST-COUNT           PIC 9(4).
       01  WS-HOURS-DISPLAY        PIC Z9.99.
       01  WS-DATE-CHECK           PIC 9(8).

      *    A holiday with no hours keyed pays a standard day.
       01  WS-STANDARD-DAY-HOURS   PIC 9(2)V99 VALUE 8.00.

           COPY BULLWS.
           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY VALIDWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "HOLMAINT" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM SHOW-ACTIVE-BULLETINS.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           PERFORM OPEN-HOLIDAY-FILE.
           PERFORM PROCESS-ONE-TRANSACTION
               UNTIL OPERATOR-DONE.
           CLOSE HOLIDAY-FILE.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-HOLIDAY-FILE.
           OPEN I-O HOLIDAY-FILE.
           IF HOLIDAY-FILE-STATUS = "05" OR "35"
               CLOSE HOLIDAY-FILE
               OPEN OUTPUT HOLIDAY-FILE
               CLOSE HOLIDAY-FILE
               OPEN I-O HOLIDAY-FILE
           END-IF.

       PROCESS-ONE-TRANSACTION.
           DISPLAY "HOLIDAY CALENDAR - "
               "A)dd C)hange R)emove L)ist Q)uit".
           ACCEPT WS-TRANSACTION-CODE.
           EVALUATE WS-TRANSACTION-CODE
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-TRANSACTION
               WHEN "C"
               WHEN "c"
                   PERFORM CHANGE-TRANSACTION
               WHEN "R"
               WHEN "r"
                   PERFORM REMOVE-TRANSACTION
               WHEN "L"
               WHEN "l"
                   PERFORM LIST-TRANSACTION
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid transaction code - "
                       "enter A/C/R/L/Q."
           END-EVALUATE.

       GET-HOLIDAY-DATE.
           MOVE 0 TO WS-DATE-CHECK.
           PERFORM ACCEPT-HOLIDAY-DATE
               UNTIL WS-DATE-CHECK NOT = 0.
           MOVE WS-DATE-CHECK TO HL-HOLIDAY-DATE.

       ACCEPT-HOLIDAY-DATE.
           DISPLAY "ENTER HOLIDAY DATE (YYYYMMDD):".
           ACCEPT WS-DATE-CHECK.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK) NOT = 0
               DISPLAY "Not a valid calendar date. Try again."
               MOVE 0 TO WS-DATE-CHECK
           END-IF.

       ADD-TRANSACTION.
           PERFORM GET-HOLIDAY-DATE.
           PERFORM GET-HOLIDAY-DETAILS.
           MOVE "N" TO HL-CARDS-SWITCH.
           MOVE 0 TO HL-CARDS-RUN-DATE.
           WRITE HOLIDAY-RECORD
               INVALID KEY
                   DISPLAY "REJECTED - " HL-HOLIDAY-DATE
                       " is already on the calendar"
               NOT INVALID KEY
                   DISPLAY "ADDED HOLIDAY " HL-HOLIDAY-DATE
           END-WRITE.

       CHANGE-TRANSACTION.
           PERFORM GET-HOLIDAY-DATE.
           READ HOLIDAY-FILE
               KEY IS HL-HOLIDAY-DATE
               INVALID KEY
                   DISPLAY "HOLIDAY NOT FOUND."
               NOT INVALID KEY
                   PERFORM SHOW-ONE-HOLIDAY
                   IF HL-CARDS-WRITTEN
                       DISPLAY "REJECTED - holiday cards already "
                           "written; it can no longer change"
                   ELSE
                       PERFORM GET-HOLIDAY-DETAILS
                       REWRITE HOLIDAY-RECORD
                           INVALID KEY
                               DISPLAY "CHANGE FAILED, STATUS "
                                   HOLIDAY-FILE-STATUS
                       END-REWRITE
                   END-IF
           END-READ.

       REMOVE-TRANSACTION.
           PERFORM GET-HOLIDAY-DATE.
           READ HOLIDAY-FILE
               KEY IS HL-HOLIDAY-DATE
               INVALID KEY
                   DISPLAY "HOLIDAY NOT FOUND."
               NOT INVALID KEY
                   PERFORM SHOW-ONE-HOLIDAY
                   IF HL-CARDS-WRITTEN
                       DISPLAY "REJECTED - holiday cards already "
                           "written; it stays on the calendar"
                   ELSE
                       DELETE HOLIDAY-FILE
                           INVALID KEY
                               DISPLAY "REMOVE FAILED, STATUS "
                                   HOLIDAY-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "REMOVED HOLIDAY "
                                   HL-HOLIDAY-DATE
                       END-DELETE
                   END-IF
           END-READ.

       GET-HOLIDAY-DETAILS.
           DISPLAY "ENTER DESCRIPTION:".
           ACCEPT HL-DESCRIPTION.
           DISPLAY "ENTER PAID HOURS (BLANK OR 0 = STANDARD DAY):".
           PERFORM GET-NUMERIC-ENTRY.
           IF VAL-NUMERIC-FIELD = 0
               MOVE WS-STANDARD-DAY-HOURS TO HL-PAID-HOURS
           ELSE
               MOVE VAL-NUMERIC-FIELD TO HL-PAID-HOURS
           END-IF.

       GET-NUMERIC-ENTRY.
      *    Uses the shared VALIDPD numeric check.
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM ACCEPT-NUMERIC-ENTRY
               UNTIL VAL-INPUT-VALID.

       ACCEPT-NUMERIC-ENTRY.
           ACCEPT VAL-NUMERIC-FIELD.
           PERFORM VALIDATE-NUMERIC-FIELD.
           IF NOT VAL-INPUT-VALID
               DISPLAY "Invalid entry - numbers only. Try again."
           END-IF.

       LIST-TRANSACTION.
           DISPLAY "LIST FROM DATE (YYYYMMDD):".
           ACCEPT HL-HOLIDAY-DATE.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-LIST-EOF-SWITCH.
           START HOLIDAY-FILE
               KEY IS GREATER THAN OR EQUAL TO HL-HOLIDAY-DATE
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-START.
           IF NOT END-OF-LIST
               PERFORM READ-NEXT-HOLIDAY
           END-IF.
           PERFORM LIST-ONE-HOLIDAY
               UNTIL END-OF-LIST.
           IF WS-LIST-COUNT = 0
               DISPLAY "NO HOLIDAYS ON THE CALENDAR FROM THAT DATE"
           END-IF.

       READ-NEXT-HOLIDAY.
           READ HOLIDAY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-READ.

       LIST-ONE-HOLIDAY.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM SHOW-ONE-HOLIDAY.
           PERFORM READ-NEXT-HOLIDAY.

       SHOW-ONE-HOLIDAY.
           MOVE HL-PAID-HOURS TO WS-HOURS-DISPLAY.
           IF HL-CARDS-WRITTEN
               DISPLAY HL-HOLIDAY-DATE " " HL-DESCRIPTION
                   " HOURS " WS-HOURS-DISPLAY
                   "  CARDS WRITTEN " HL-CARDS-RUN-DATE
           ELSE
               DISPLAY HL-HOLIDAY-DATE " " HL-DESCRIPTION
                   " HOURS " WS-HOURS-DISPLAY
           END-IF.

           COPY BULLPD.
           COPY OPERPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
