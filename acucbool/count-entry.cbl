       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTENTR.
      ******************************************************************
      * Purpose: Physical count entry - keys the counted sheets back
      *          in. The operator keys a department whose count is
      *          open, then each item number and the quantity the
      *          counters wrote on the sheet. The count line records
      *          the quantity with the signed-on operator and date; a
      *          line keyed twice shows the first figure and takes
      *          the second, so a recount is just keyed again. The
      *          book figure is never shown - it stays a blind count
      *          until the variance report.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CNTCSEL.
           COPY CNTLSEL.
           COPY ITEMSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-CONTROL-FILE.
           COPY CNTCREC.

       FD  COUNT-LINE-FILE.
           COPY CNTLREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  COUNT-CONTROL-STATUS    PIC XX.
       01  COUNT-LINE-STATUS       PIC XX.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-DEPT-DONE-SWITCH     PIC X       VALUE "N".
           88  DEPARTMENT-DONE                 VALUE "Y".
       01  WS-ITEM-FILE-SWITCH     PIC X       VALUE "N".
           88  ITEM-MASTER-OPEN                VALUE "Y".
       01  WS-COUNT-DEPARTMENT     PIC X(10).
       01  WS-COUNT-ITEM           PIC X(10).
       01  WS-ITEM-DESCRIPTION     PIC X(30).
       01  WS-KEYED-COUNT          PIC 9(5)    VALUE 0.
       01  WS-QUANTITY-DISPLAY     PIC ZZZZZZ9.

           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY VALIDWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "CNTENTR" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           OPEN INPUT COUNT-CONTROL-FILE.
           OPEN I-O COUNT-LINE-FILE.
           IF COUNT-CONTROL-STATUS NOT = "00"
               OR COUNT-LINE-STATUS NOT = "00"
               DISPLAY "NO COUNT ON FILE - print the count sheets "
                   "with CNTSHEET first."
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
      *    The item master only supplies descriptions here.
           OPEN INPUT ITEM-MASTER-FILE.
           IF ITEM-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ITEM-FILE-SWITCH
           END-IF.
           PERFORM ENTER-ONE-DEPARTMENT
               UNTIL OPERATOR-DONE.
           CLOSE COUNT-CONTROL-FILE.
           CLOSE COUNT-LINE-FILE.
           IF ITEM-MASTER-OPEN
               CLOSE ITEM-MASTER-FILE
           END-IF.
           DISPLAY "COUNT ENTRY COMPLETE - " WS-KEYED-COUNT
               " COUNTS KEYED".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       ENTER-ONE-DEPARTMENT.
           DISPLAY "ENTER DEPARTMENT (OR BLANK TO QUIT):".
           ACCEPT WS-COUNT-DEPARTMENT.
           IF WS-COUNT-DEPARTMENT = SPACES
               MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
           ELSE
               MOVE WS-COUNT-DEPARTMENT TO CC-DEPARTMENT
               READ COUNT-CONTROL-FILE
                   KEY IS CC-DEPARTMENT
                   INVALID KEY
                       DISPLAY "NO COUNT OPEN FOR THAT DEPARTMENT."
                   NOT INVALID KEY
                       IF COUNT-IN-PROGRESS
                           MOVE "N" TO WS-DEPT-DONE-SWITCH
                           PERFORM ENTER-ONE-COUNT
                               UNTIL DEPARTMENT-DONE
                       ELSE
                           DISPLAY "THAT DEPARTMENT'S COUNT WAS "
                               "POSTED " CC-POST-DATE
                               " - print new sheets to count again."
                       END-IF
               END-READ
           END-IF.

       ENTER-ONE-COUNT.
           DISPLAY "ENTER ITEM NUMBER (OR BLANK FOR NEXT DEPARTMENT):".
           ACCEPT WS-COUNT-ITEM.
           IF WS-COUNT-ITEM = SPACES
               MOVE "Y" TO WS-DEPT-DONE-SWITCH
           ELSE
               MOVE WS-COUNT-DEPARTMENT TO CL-DEPARTMENT
               MOVE WS-COUNT-ITEM       TO CL-ITEM-NUMBER
               READ COUNT-LINE-FILE
                   KEY IS CL-COUNT-KEY
                   INVALID KEY
                       DISPLAY "ITEM IS NOT ON THIS DEPARTMENT'S "
                           "COUNT SHEET."
                   NOT INVALID KEY
                       IF LINE-POSTED
                           DISPLAY "ITEM IS NOT ON THIS DEPARTMENT'S "
                               "COUNT SHEET."
                       ELSE
                           PERFORM RECORD-ONE-COUNT
                       END-IF
               END-READ
           END-IF.

       RECORD-ONE-COUNT.
           PERFORM GET-ITEM-DESCRIPTION.
           DISPLAY "ITEM: " WS-ITEM-DESCRIPTION.
           IF LINE-COUNTED
               MOVE CL-COUNTED-QUANTITY TO WS-QUANTITY-DISPLAY
               DISPLAY "  ALREADY COUNTED " WS-QUANTITY-DISPLAY
                   " BY " CL-COUNT-OPERATOR " - KEY THE RECOUNT"
           END-IF.
           DISPLAY "ENTER QUANTITY COUNTED:".
           PERFORM ACCEPT-COUNTED-QUANTITY.
           MOVE VAL-NUMERIC-FIELD TO CL-COUNTED-QUANTITY.
           MOVE "C" TO CL-LINE-STATUS.
           MOVE OP-SIGNED-ON-ID TO CL-COUNT-OPERATOR.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO CL-COUNT-DATE.
           REWRITE COUNT-LINE-RECORD
               INVALID KEY
                   DISPLAY "COUNT NOT RECORDED, STATUS "
                       COUNT-LINE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-KEYED-COUNT
                   DISPLAY "  COUNT RECORDED"
           END-REWRITE.

       GET-ITEM-DESCRIPTION.
           MOVE SPACES TO WS-ITEM-DESCRIPTION.
           IF ITEM-MASTER-OPEN
               MOVE CL-ITEM-NUMBER TO IT-ITEM-NUMBER
               READ ITEM-MASTER-FILE
                   KEY IS IT-ITEM-NUMBER
                   INVALID KEY
                       MOVE "(NOT ON ITEM MASTER)"
                           TO WS-ITEM-DESCRIPTION
                   NOT INVALID KEY
                       MOVE IT-DESCRIPTION TO WS-ITEM-DESCRIPTION
               END-READ
           END-IF.

       ACCEPT-COUNTED-QUANTITY.
      *    Uses the shared VALIDPD numeric check; zero is a real
      *    count - the shelf was empty.
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
                   AND VAL-NUMERIC-FIELD NOT < 0
                   AND VAL-NUMERIC-FIELD NOT > 9999999
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               ELSE
                   IF VAL-NUMERIC-FIELD < 0
                       OR VAL-NUMERIC-FIELD > 9999999
                       DISPLAY "Count must be 0 to 9999999. "
                           "Try again."
                   END-IF
               END-IF
           END-PERFORM.

           COPY OPERPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
