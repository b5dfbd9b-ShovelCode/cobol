      *          between a keyed card and the pay register. Clerk
      *          sign-ons are refused; a rejected card never pays,
      *          and a skipped card stays pending for the next
      *          review session. Every approval and rejection is
      *          logged on tcappr.log with the supervisor's operator
      *          ID, so who approved a card is on record.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-FILE-STATUS.

           COPY TCALSEL.
           COPY OPERSEL.
           COPY RUNLOGSEL.

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  TIMECARD-APPROVAL-FILE.
           COPY TCALREC.

           COPY OPERFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  TIMECARD-FILE-STATUS    PIC XX.
       01  EMPLOYEE-FILE-STATUS    PIC XX.
       01  TIMECARD-APPROVAL-STATUS PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-TIMECARDS                VALUE "Y".
       01  WS-APPROVED-COUNT       PIC 9(5)    VALUE 0.
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN EXTEND TIMECARD-APPROVAL-FILE.
           IF TIMECARD-APPROVAL-STATUS = "05" OR "35"
               OPEN OUTPUT TIMECARD-APPROVAL-FILE
           END-IF.
           PERFORM READ-TIMECARD.
           PERFORM REVIEW-ONE-CARD
               UNTIL END-OF-TIMECARDS.
           CLOSE TIMECARD-FILE.
           CLOSE EMPLOYEE-FILE.
           CLOSE TIMECARD-APPROVAL-FILE.
           DISPLAY "TIMECARD REVIEW COMPLETE - " WS-APPROVED-COUNT
               " APPROVED, " WS-REJECTED-COUNT " REJECTED, "
               WS-SKIPPED-COUNT " LEFT PENDING".
               WHEN "A"
                   MOVE "A" TO TC-APPROVAL-STATUS
                   REWRITE TIMECARD-RECORD
                   PERFORM LOG-REVIEW-DECISION
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN "R"
                   PERFORM GET-REJECT-REASON
                   MOVE "R" TO TC-APPROVAL-STATUS
                   MOVE WS-REJECT-REASON TO TC-REJECT-REASON
                   REWRITE TIMECARD-RECORD
                   PERFORM LOG-REVIEW-DECISION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.

       LOG-REVIEW-DECISION.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE   TO TA-DECISION-DATE.
           ACCEPT TA-DECISION-TIME FROM TIME.
           MOVE OP-SIGNED-ON-ID    TO TA-OPERATOR-ID.
           MOVE TC-EMP-ID          TO TA-EMP-ID.
           MOVE TC-WORK-DATE       TO TA-WORK-DATE.
           MOVE TC-HOURS           TO TA-HOURS.
           MOVE TC-HOURS-TYPE      TO TA-HOURS-TYPE.
           MOVE TC-APPROVAL-STATUS TO TA-DECISION.
           MOVE TC-REJECT-REASON   TO TA-REJECT-REASON.
           WRITE TIMECARD-APPROVAL-RECORD.

       GET-REJECT-REASON.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM UNTIL WS-REJECT-REASON NOT = SPACES
