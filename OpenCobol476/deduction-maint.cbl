       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDMAINT.
      ******************************************************************
      * Purpose: Employee payroll deduction maintenance, modeled on
      *          EMPMAINT - add, update, and stop the tax
      *          withholding, benefit, and garnishment deductions
      *          PAYCALC takes from each week's gross, and list one
      *          employee's deductions in the order they are taken.
      *          A deduction is never deleted: stopping it keys the
      *          last pay week it applies to, so the setup a past
      *          check was figured on stays on file.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PDEDSEL.

           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-FILE-STATUS.

           COPY BULLSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDUCTION-FILE.
           COPY PDEDREC.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

           COPY BULLFD.
           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  DEDUCTION-FILE-STATUS   PIC XX.
       01  EMPLOYEE-FILE-STATUS    PIC XX.
       01  WS-TRANSACTION-CODE     PIC X.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-EMPLOYEE-FOUND-SW    PIC X.
           88  EMPLOYEE-FOUND                  VALUE "Y".
       01  WS-LIST-EOF-SWITCH      PIC X.
           88  END-OF-LIST                     VALUE "Y".
       01  WS-LIST-EMP-ID          PIC 9(5).
       01  WS-LIST-COUNT           PIC 9(4).
       01  WS-AMOUNT-DISPLAY       PIC ZZZZ9.99.
       01  WS-PERCENT-DISPLAY      PIC Z9.999.

           COPY BULLWS.
           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY VALIDWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "DEDMAINT" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM SHOW-ACTIVE-BULLETINS.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           PERFORM OPEN-DEDUCTION-FILE.
           OPEN INPUT EMPLOYEE-FILE.
           PERFORM PROCESS-ONE-TRANSACTION
               UNTIL OPERATOR-DONE.
           CLOSE DEDUCTION-FILE.
           CLOSE EMPLOYEE-FILE.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-DEDUCTION-FILE.
           OPEN I-O DEDUCTION-FILE.
           IF DEDUCTION-FILE-STATUS = "05" OR "35"
               CLOSE DEDUCTION-FILE
               OPEN OUTPUT DEDUCTION-FILE
               CLOSE DEDUCTION-FILE
               OPEN I-O DEDUCTION-FILE
           END-IF.

       PROCESS-ONE-TRANSACTION.
           DISPLAY "DEDUCTION MAINTENANCE - "
               "A)dd U)pdate S)top L)ist Q)uit".
           ACCEPT WS-TRANSACTION-CODE.
           EVALUATE WS-TRANSACTION-CODE
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-TRANSACTION
               WHEN "U"
               WHEN "u"
                   PERFORM UPDATE-TRANSACTION
               WHEN "S"
               WHEN "s"
                   PERFORM STOP-TRANSACTION
               WHEN "L"
               WHEN "l"
                   PERFORM LIST-TRANSACTION
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid transaction code - "
                       "enter A/U/S/L/Q."
           END-EVALUATE.

       GET-DEDUCTION-KEY.
           DISPLAY "ENTER EMPLOYEE ID (5 DIGITS):".
           ACCEPT ED-EMP-ID.
           DISPLAY "ENTER PRIORITY (01-99, LOWEST TAKEN FIRST):".
           ACCEPT ED-PRIORITY.
           DISPLAY "ENTER DEDUCTION CODE:".
           ACCEPT ED-DEDUCTION-CODE.

       ADD-TRANSACTION.
           PERFORM GET-DEDUCTION-KEY.
           MOVE ED-EMP-ID TO EMP-ID.
           MOVE "N" TO WS-EMPLOYEE-FOUND-SW.
           READ EMPLOYEE-FILE
               KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "REJECTED - employee " ED-EMP-ID
                       " not on the employee master"
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMPLOYEE-FOUND-SW
                   DISPLAY "EMPLOYEE: " EMP-NAME
           END-READ.
           IF EMPLOYEE-FOUND
               PERFORM GET-DEDUCTION-DETAILS
               MOVE 0 TO ED-STOP-DATE
               WRITE DEDUCTION-RECORD
                   INVALID KEY
                       DISPLAY "REJECTED - that deduction is "
                           "already on file at that priority"
                   NOT INVALID KEY
                       DISPLAY "ADDED DEDUCTION " ED-DEDUCTION-CODE
                           " FOR EMPLOYEE " ED-EMP-ID
               END-WRITE
           END-IF.

       UPDATE-TRANSACTION.
           PERFORM GET-DEDUCTION-KEY.
           READ DEDUCTION-FILE
               KEY IS ED-DEDUCTION-KEY
               INVALID KEY
                   DISPLAY "DEDUCTION NOT FOUND."
               NOT INVALID KEY
                   PERFORM SHOW-ONE-DEDUCTION
                   PERFORM GET-DEDUCTION-DETAILS
                   REWRITE DEDUCTION-RECORD
                       INVALID KEY
                           DISPLAY "UPDATE FAILED, STATUS "
                               DEDUCTION-FILE-STATUS
                   END-REWRITE
           END-READ.

       STOP-TRANSACTION.
      *    The stop date is the last pay week the deduction is
      *    taken; the record stays for the history of past checks.
           PERFORM GET-DEDUCTION-KEY.
           READ DEDUCTION-FILE
               KEY IS ED-DEDUCTION-KEY
               INVALID KEY
                   DISPLAY "DEDUCTION NOT FOUND."
               NOT INVALID KEY
                   PERFORM SHOW-ONE-DEDUCTION
                   DISPLAY "ENTER LAST PAY WEEK TO TAKE IT "
                       "(YYYYMMDD):"
                   ACCEPT ED-STOP-DATE
                   REWRITE DEDUCTION-RECORD
                       INVALID KEY
                           DISPLAY "STOP FAILED, STATUS "
                               DEDUCTION-FILE-STATUS
                   END-REWRITE
           END-READ.

       GET-DEDUCTION-DETAILS.
           DISPLAY "ENTER DESCRIPTION:".
           ACCEPT ED-DESCRIPTION.
           MOVE SPACE TO ED-DEDUCTION-TYPE.
           PERFORM GET-DEDUCTION-TYPE
               UNTIL ED-TAX-WITHHOLDING
                  OR ED-BENEFIT
                  OR ED-GARNISHMENT.
           MOVE SPACE TO ED-CALC-METHOD.
           PERFORM GET-CALC-METHOD
               UNTIL ED-FLAT-AMOUNT
                  OR ED-PERCENT-OF-GROSS.
           MOVE 0 TO ED-AMOUNT.
           MOVE 0 TO ED-PERCENT.
           IF ED-FLAT-AMOUNT
               DISPLAY "ENTER AMOUNT PER PAY WEEK "
                   "(IMPLIED 2 DECIMALS):"
               PERFORM GET-NUMERIC-ENTRY
               MOVE VAL-NUMERIC-FIELD TO ED-AMOUNT
           ELSE
               DISPLAY "ENTER PERCENT OF GROSS:"
               PERFORM GET-NUMERIC-ENTRY
               MOVE VAL-NUMERIC-FIELD TO ED-PERCENT
           END-IF.
           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD):".
           ACCEPT ED-EFFECTIVE-DATE.

       GET-DEDUCTION-TYPE.
           DISPLAY "TYPE - T)ax withholding B)enefit G)arnishment:".
           ACCEPT ED-DEDUCTION-TYPE.
           INSPECT ED-DEDUCTION-TYPE CONVERTING "tbg" TO "TBG".
           IF NOT ED-TAX-WITHHOLDING
               AND NOT ED-BENEFIT
               AND NOT ED-GARNISHMENT
               DISPLAY "Enter T, B, or G."
           END-IF.

       GET-CALC-METHOD.
           DISPLAY "TAKEN AS A)mount or P)ercent of gross:".
           ACCEPT ED-CALC-METHOD.
           INSPECT ED-CALC-METHOD CONVERTING "ap" TO "AP".
           IF NOT ED-FLAT-AMOUNT
               AND NOT ED-PERCENT-OF-GROSS
               DISPLAY "Enter A or P."
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
      *    One employee's deductions in key order - the order
      *    PAYCALC takes them.
           DISPLAY "ENTER EMPLOYEE ID:".
           ACCEPT WS-LIST-EMP-ID.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-LIST-EOF-SWITCH.
           MOVE WS-LIST-EMP-ID TO ED-EMP-ID.
           MOVE 0 TO ED-PRIORITY.
           MOVE LOW-VALUES TO ED-DEDUCTION-CODE.
           START DEDUCTION-FILE
               KEY IS GREATER THAN OR EQUAL TO ED-DEDUCTION-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-START.
           IF NOT END-OF-LIST
               PERFORM READ-NEXT-DEDUCTION
           END-IF.
           PERFORM LIST-ONE-DEDUCTION
               UNTIL END-OF-LIST.
           IF WS-LIST-COUNT = 0
               DISPLAY "NO DEDUCTIONS ON FILE FOR THIS EMPLOYEE"
           END-IF.

       READ-NEXT-DEDUCTION.
           READ DEDUCTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
               NOT AT END
                   IF ED-EMP-ID NOT = WS-LIST-EMP-ID
                       MOVE "Y" TO WS-LIST-EOF-SWITCH
                   END-IF
           END-READ.

       LIST-ONE-DEDUCTION.
           ADD 1 TO WS-LIST-COUNT.
           PERFORM SHOW-ONE-DEDUCTION.
           PERFORM READ-NEXT-DEDUCTION.

       SHOW-ONE-DEDUCTION.
           MOVE ED-AMOUNT  TO WS-AMOUNT-DISPLAY.
           MOVE ED-PERCENT TO WS-PERCENT-DISPLAY.
           DISPLAY ED-PRIORITY " " ED-DEDUCTION-CODE " "
               ED-DESCRIPTION " TYPE " ED-DEDUCTION-TYPE.
           IF ED-FLAT-AMOUNT
               DISPLAY "   AMOUNT " WS-AMOUNT-DISPLAY
                   "  FROM " ED-EFFECTIVE-DATE
                   "  STOP " ED-STOP-DATE
           ELSE
               DISPLAY "   PERCENT " WS-PERCENT-DISPLAY
                   "  FROM " ED-EFFECTIVE-DATE
                   "  STOP " ED-STOP-DATE
           END-IF.

           COPY BULLPD.
           COPY OPERPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
