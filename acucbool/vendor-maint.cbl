       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDMNT.
      ******************************************************************
      * Purpose: Vendor master maintenance - add/update/inquiry
      *          against vendor.dat, modeled on ITEMMNT, so every
      *          item can name where its stock comes from and the
      *          purchase orders the buyer releases carry a real
      *          name and address. Deactivating a vendor (flag I)
      *          keeps its items and open POs valid but stops new
      *          POs from being released to it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VENDSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-FILE.
           COPY VENDREC.

           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  VENDOR-FILE-STATUS      PIC XX.
       01  WS-TRANSACTION-CODE     PIC X.
       01  WS-OPERATOR-DONE-SWITCH PIC X       VALUE "N".
           88  OPERATOR-DONE                   VALUE "Y".
       01  WS-ENTERED-FLAG         PIC X.
       01  WS-LEAD-DISPLAY         PIC ZZ9.

           COPY OPERWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY VALIDWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "VENDMNT" TO RL-WS-PROGRAM-NAME.
           PERFORM SIGN-ON-OPERATOR.
           MOVE OP-SIGNED-ON-ID TO RL-WS-OPERATOR-ID.
           PERFORM LOG-RUN-START.
           OPEN I-O VENDOR-FILE.
           IF VENDOR-FILE-STATUS = "05" OR "35"
               CLOSE VENDOR-FILE
               OPEN OUTPUT VENDOR-FILE
               CLOSE VENDOR-FILE
               OPEN I-O VENDOR-FILE
           END-IF.
           PERFORM PROCESS-ONE-TRANSACTION
               UNTIL OPERATOR-DONE.
           CLOSE VENDOR-FILE.
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       PROCESS-ONE-TRANSACTION.
           DISPLAY "VENDOR MAINTENANCE - "
               "A)dd U)pdate I)nquiry Q)uit".
           ACCEPT WS-TRANSACTION-CODE.
           EVALUATE WS-TRANSACTION-CODE
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-TRANSACTION
               WHEN "U"
               WHEN "u"
                   PERFORM UPDATE-TRANSACTION
               WHEN "I"
               WHEN "i"
                   PERFORM INQUIRY-TRANSACTION
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-OPERATOR-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "Invalid transaction code - enter A/U/I/Q."
           END-EVALUATE.

       ADD-TRANSACTION.
           DISPLAY "ENTER VENDOR ID:".
           ACCEPT VN-VENDOR-ID.
           IF VN-VENDOR-ID = SPACES
               DISPLAY "REJECTED - a vendor ID is required."
           ELSE
               PERFORM GET-VENDOR-DETAILS
               WRITE VENDOR-RECORD
                   INVALID KEY
                       DISPLAY "REJECTED - vendor " VN-VENDOR-ID
                           " already on file"
               END-WRITE
           END-IF.

       UPDATE-TRANSACTION.
           DISPLAY "ENTER VENDOR ID TO UPDATE:".
           ACCEPT VN-VENDOR-ID.
           READ VENDOR-FILE
               KEY IS VN-VENDOR-ID
               INVALID KEY
                   DISPLAY "VENDOR NOT FOUND."
               NOT INVALID KEY
                   PERFORM GET-VENDOR-DETAILS
                   REWRITE VENDOR-RECORD
                       INVALID KEY
                           DISPLAY "UPDATE FAILED, STATUS "
                               VENDOR-FILE-STATUS
                   END-REWRITE
           END-READ.

       INQUIRY-TRANSACTION.
           DISPLAY "ENTER VENDOR ID:".
           ACCEPT VN-VENDOR-ID.
           READ VENDOR-FILE
               KEY IS VN-VENDOR-ID
               INVALID KEY
                   DISPLAY "VENDOR NOT FOUND."
               NOT INVALID KEY
                   MOVE VN-LEAD-DAYS TO WS-LEAD-DISPLAY
                   DISPLAY "NAME       : " VN-VENDOR-NAME
                   DISPLAY "STREET     : " VN-STREET
                   DISPLAY "CITY/ST/ZIP: " VN-CITY " " VN-STATE
                       " " VN-ZIP
                   DISPLAY "PHONE      : " VN-PHONE
                   DISPLAY "LEAD DAYS  : " WS-LEAD-DISPLAY
                   DISPLAY "ACTIVE     : " VN-ACTIVE-FLAG
           END-READ.

       GET-VENDOR-DETAILS.
           DISPLAY "ENTER VENDOR NAME:".
           ACCEPT VN-VENDOR-NAME.
           DISPLAY "ENTER STREET:".
           ACCEPT VN-STREET.
           DISPLAY "ENTER CITY:".
           ACCEPT VN-CITY.
           DISPLAY "ENTER STATE:".
           ACCEPT VN-STATE.
           DISPLAY "ENTER ZIP:".
           ACCEPT VN-ZIP.
           DISPLAY "ENTER PHONE:".
           ACCEPT VN-PHONE.
           PERFORM GET-LEAD-DAYS.
           PERFORM GET-ACTIVE-FLAG.
           MOVE WS-ENTERED-FLAG TO VN-ACTIVE-FLAG.

       GET-LEAD-DAYS.
      *    Uses the shared VALIDPD numeric check; zero is allowed for
      *    a vendor that delivers same day.
           DISPLAY "ENTER LEAD TIME IN DAYS:".
           MOVE "N" TO VAL-VALID-SWITCH.
           PERFORM UNTIL VAL-INPUT-VALID
                   AND VAL-NUMERIC-FIELD NOT < 0
                   AND VAL-NUMERIC-FIELD NOT > 999
               ACCEPT VAL-NUMERIC-FIELD
               PERFORM VALIDATE-NUMERIC-FIELD
               IF NOT VAL-INPUT-VALID
                   DISPLAY "Invalid entry - numbers only. Try again."
               ELSE
                   IF VAL-NUMERIC-FIELD < 0 OR VAL-NUMERIC-FIELD > 999
                       DISPLAY "Lead time must be 0 to 999 days. "
                           "Try again."
                   END-IF
               END-IF
           END-PERFORM.
           MOVE VAL-NUMERIC-FIELD TO VN-LEAD-DAYS.

       GET-ACTIVE-FLAG.
           MOVE SPACE TO WS-ENTERED-FLAG.
           PERFORM UNTIL WS-ENTERED-FLAG = "A" OR "I"
               DISPLAY "ENTER ACTIVE FLAG (A=ACTIVE I=INACTIVE):"
               ACCEPT WS-ENTERED-FLAG
               IF WS-ENTERED-FLAG NOT = "A" AND "I"
                   DISPLAY "Active flag must be A or I."
               END-IF
           END-PERFORM.

           COPY OPERPD.
           COPY RUNLOGPD.
           COPY VALIDPD.
