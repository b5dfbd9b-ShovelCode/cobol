      *          credit limit, and the credit manager releases it
      *          back onto orderlin.dat or cancels it with a reason -
      *          every decision stamped with the signed-on operator
      *          and printed on the decision register, and logged on
      *          credrls.log with the operator who keyed the line so
      *          the segregation-of-duties report can compare the
      *          two. Skipped lines stay held for the next session.
      *          Supervisor sign-on required - releasing credit is a
      *          credit-manager call.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY CBALSEL.
           COPY CREDSEL.
           COPY CRLGSEL.

           SELECT PRINT-FILE ASSIGN TO "credrlse.prt"
               ORGANIZATION IS SEQUENTIAL
           COPY CRDHREC.

       FD  CREDIT-HOLD-WORK-FILE.
       01  CREDIT-HOLD-WORK-RECORD PIC X(117).

       FD  ORDER-LINE-FILE.
           COPY ORDLREC.
       FD  CUSTOMER-CREDIT-FILE.
           COPY CREDREC.

       FD  CREDIT-RELEASE-LOG-FILE.
           COPY CRLGREC.

           COPY PRTRECFD.
           COPY OPERFD.
           COPY RUNLOGFD.
       01  FILE-STATUS-CODE        PIC XX.
       01  BALANCE-FILE-STATUS     PIC XX.
       01  CREDIT-FILE-STATUS      PIC XX.
       01  CREDIT-RELEASE-LOG-STATUS PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-CREDIT-HOLDS             VALUE "Y".
       01  WS-RELEASED-COUNT       PIC 9(5)    VALUE 0.
           IF ORDER-LINE-STATUS = "05" OR "35"
               OPEN OUTPUT ORDER-LINE-FILE
           END-IF.
           OPEN EXTEND CREDIT-RELEASE-LOG-FILE.
           IF CREDIT-RELEASE-LOG-STATUS = "05" OR "35"
               OPEN OUTPUT CREDIT-RELEASE-LOG-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.

       PRINT-COLUMN-HEADINGS.
           MOVE CH-BRANCH-CODE TO OL-BRANCH-CODE.
           MOVE CH-ORDER-NUMBER TO OL-ORDER-NUMBER.
           MOVE CH-ORDER-DATE  TO OL-ORDER-DATE.
           MOVE CH-SHIP-TO-CODE TO OL-SHIP-TO-CODE.
           WRITE ORDER-LINE-RECORD.
           ADD 1 TO WS-RELEASED-COUNT.
           MOVE "RELEASED" TO DTL-DECISION.
           MOVE SPACES TO DTL-REASON.
           PERFORM PRINT-DECISION-LINE.
           MOVE "R"    TO CL-DECISION.
           MOVE SPACES TO CL-REASON-CODE.
           PERFORM LOG-RELEASE-DECISION.
           DISPLAY "RELEASED - posts with tonight's order run.".

       CANCEL-HELD-LINE.
           MOVE "CANCELLED" TO DTL-DECISION.
           MOVE WS-CANCEL-REASON TO DTL-REASON.
           PERFORM PRINT-DECISION-LINE.
           MOVE "C"              TO CL-DECISION.
           MOVE WS-CANCEL-REASON TO CL-REASON-CODE.
           PERFORM LOG-RELEASE-DECISION.
           DISPLAY "CANCELLED.".

       PRINT-DECISION-LINE.
           MOVE RLSE-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       LOG-RELEASE-DECISION.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE   TO CL-DECISION-DATE.
           ACCEPT CL-DECISION-TIME FROM TIME.
           MOVE OP-SIGNED-ON-ID    TO CL-OPERATOR-ID.
           MOVE CH-OPERATOR-ID     TO CL-KEYED-BY.
           MOVE CH-ORDER-NUMBER    TO CL-ORDER-NUMBER.
           MOVE CH-CUSTOMER-ID     TO CL-CUSTOMER-ID.
           MOVE CH-DEPARTMENT      TO CL-DEPARTMENT.
           MOVE CH-ITEM-NUMBER     TO CL-ITEM-NUMBER.
           MOVE CH-EXTENDED-AMOUNT TO CL-EXTENDED-AMOUNT.
           WRITE CREDIT-RELEASE-LOG-RECORD.

       CLOSE-FILES.
           CLOSE CREDIT-HOLD-FILE.
           CLOSE CREDIT-HOLD-WORK-FILE.
               CLOSE CUSTOMER-CREDIT-FILE
           END-IF.
           CLOSE ORDER-LINE-FILE.
           CLOSE CREDIT-RELEASE-LOG-FILE.
           CLOSE PRINT-FILE.

       COPY-WORK-FILE-BACK.
