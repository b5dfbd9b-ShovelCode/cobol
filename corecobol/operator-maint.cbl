      *          a missing file signs on through the SETUP bootstrap
      *          path so the file can be built. A reset password is
      *          stamped changed-date zero, so the operator is forced
      *          to pick their own at the next sign-on. Add and update
      *          also take the employee number of the person behind
      *          the ID (zero for none), checked against the employee
      *          master, for the segregation-of-duties report.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS OPIO-OPERATOR-ID
               FILE STATUS IS OPER-IO-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-FILE-STATUS.

           COPY OPERSEL.
           COPY RUNLOGSEL.

           05  OPIO-PWD-CHANGED    PIC 9(8).
           05  OPIO-FAILED-COUNT   PIC 9(2).
           05  OPIO-LOCKED-FLAG    PIC X.
           05  OPIO-EMP-ID         PIC 9(5).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  OPER-IO-STATUS          PIC XX.
       01  EMPLOYEE-FILE-STATUS    PIC XX.
       01  WS-EMP-OPEN-SWITCH      PIC X       VALUE "N".
           88  EMPLOYEE-FILE-OPEN              VALUE "Y".
       01  WS-EMP-LINK-SWITCH      PIC X.
           88  EMPLOYEE-LINK-OK                VALUE "Y".
       01  WS-ENTERED-EMP-ID       PIC 9(5).
       01  WS-TRANSACTION-CODE     PIC X.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
           PERFORM PROCESS-ONE-TRANSACTION
               UNTIL OPERATOR-DONE.
           CLOSE OPER-IO-FILE.
           IF EMPLOYEE-FILE-OPEN
               CLOSE EMPLOYEE-FILE
           END-IF.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.
               CLOSE OPER-IO-FILE
               OPEN I-O OPER-IO-FILE
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS = "00"
               MOVE "Y" TO WS-EMP-OPEN-SWITCH
           END-IF.

       PROCESS-ONE-TRANSACTION.
           DISPLAY "OPERATOR MAINTENANCE - "
           MOVE WS-ENTERED-AUTHORITY TO OPIO-AUTHORITY.
           PERFORM GET-INITIAL-PASSWORD.
           MOVE WS-ENTERED-PASSWORD TO OPIO-PASSWORD.
           PERFORM GET-EMPLOYEE-LINK.
           MOVE WS-ENTERED-EMP-ID TO OPIO-EMP-ID.
      *    Changed-date zero forces the operator to pick their own
      *    password at first sign-on - the supervisor's starter
      *    password never lives long.
                   ACCEPT OPIO-OPERATOR-NAME
                   PERFORM GET-AUTHORITY-LEVEL
                   MOVE WS-ENTERED-AUTHORITY TO OPIO-AUTHORITY
                   PERFORM GET-EMPLOYEE-LINK
                   MOVE WS-ENTERED-EMP-ID TO OPIO-EMP-ID
                   REWRITE OPER-IO-RECORD
                       INVALID KEY
                           DISPLAY "UPDATE FAILED, STATUS "
                   DISPLAY "LOCKED    : " OPIO-LOCKED-FLAG
                   DISPLAY "PWD FAILS : " OPIO-FAILED-COUNT
                   DISPLAY "PWD DATE  : " OPIO-PWD-CHANGED
                   DISPLAY "EMPLOYEE  : " OPIO-EMP-ID
           END-READ.

       GET-INITIAL-PASSWORD.
               END-IF
           END-PERFORM.

       GET-EMPLOYEE-LINK.
           MOVE "N" TO WS-EMP-LINK-SWITCH.
           PERFORM ACCEPT-EMPLOYEE-LINK
               UNTIL EMPLOYEE-LINK-OK.

       ACCEPT-EMPLOYEE-LINK.
      *    The employee number is what lets the nightly segregation-
      *    of-duties report catch a supervisor approving their own
      *    timecards; zero says the ID belongs to nobody on payroll.
           DISPLAY "ENTER EMPLOYEE ID (0 = NOT ON PAYROLL):".
           ACCEPT WS-ENTERED-EMP-ID.
           IF WS-ENTERED-EMP-ID = 0
               MOVE "Y" TO WS-EMP-LINK-SWITCH
           ELSE
               IF NOT EMPLOYEE-FILE-OPEN
                   DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - "
                       "ID TAKEN UNCHECKED."
                   MOVE "Y" TO WS-EMP-LINK-SWITCH
               ELSE
                   MOVE WS-ENTERED-EMP-ID TO EMP-ID
                   READ EMPLOYEE-FILE
                       KEY IS EMP-ID
                       INVALID KEY
                           DISPLAY "Employee not on file - "
                               "try again."
                       NOT INVALID KEY
                           DISPLAY "EMPLOYEE: " EMP-NAME
                           MOVE "Y" TO WS-EMP-LINK-SWITCH
                   END-READ
               END-IF
           END-IF.

           COPY OPERPD.
           COPY RUNLOGPD.
