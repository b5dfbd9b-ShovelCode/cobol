      *          card's mode picks the audience: HOLD (the default -
      *          every CUSTOMER-ON-HOLD account), ACTIVE, or ALL.
      *          A hold-notice mailing stops being a typing job.
      *          UNCLAIMED mode prints the unclaimed property
      *          due-diligence letters instead: the template is
      *          unctmpl.txt, the audience is every customer UNCLPRP
      *          selected onto unclprop.dat whose letter is still
      *          due, &AMOUNT is the dormant credit and &REPLYBY the
      *          date the owner must answer by - counted from today
      *          and stamped back on the selection with the letter
      *          date, so the remittance waits for it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTER-TEMPLATE-FILE ASSIGN TO WS-TEMPLATE-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LETTER-TEMPLATE-STATUS.

               FILE STATUS IS FILE-STATUS-CODE.

           COPY CBALSEL.
           COPY UNCLSEL.

           SELECT PRINT-FILE ASSIGN TO "custltr.prt"
               ORGANIZATION IS SEQUENTIAL
       FD  CUSTOMER-BALANCE-FILE.
           COPY CBALREC.

       FD  UNCLAIMED-PROPERTY-FILE.
           COPY UNCLREC.

           COPY PRTRECFD.
           COPY PARMFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-TEMPLATE-FILE        PIC X(40)   VALUE "lettmpl.txt".
       01  LETTER-TEMPLATE-STATUS  PIC XX.
       01  UNCLAIMED-PROPERTY-STATUS PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  BALANCE-FILE-STATUS     PIC XX.
       01  WS-TEMPLATE-EOF-SWITCH  PIC X       VALUE "N".
       01  WS-LETTER-COUNT         PIC 9(5)    VALUE 0.
       01  WS-SUPPRESSED-COUNT     PIC 9(5)    VALUE 0.
       01  WS-SELECT-MODE          PIC X(10)   VALUE "HOLD".
           88  UNCLAIMED-LETTERS               VALUE "UNCLAIMED".
       01  WS-SCAN-SWITCH          PIC X.
           88  SCAN-DONE                       VALUE "Y".
       01  WS-CUSTOMER-WANTED-SW   PIC X.
           88  CUSTOMER-WANTED                 VALUE "Y".

       01  WS-OUT-POINTER          PIC 9(3).
       01  WS-REST-POS             PIC 9(3).
       01  WS-BALANCE-EDITED       PIC ZZZZZZZZ9.99-.
       01  WS-AMOUNT-EDITED        PIC ZZZZZZZZ9.99-.
       01  WS-REPLY-BY-EDITED      PIC 9999/99/99.

           COPY RETCODE.
           COPY RPTCTLWS.
           IF PARM-MODE-FLAG NOT = SPACES
               MOVE PARM-MODE-FLAG TO WS-SELECT-MODE
           END-IF.
           IF UNCLAIMED-LETTERS
               PERFORM OPEN-UNCLAIMED-PROPERTY
           END-IF.
           PERFORM LOAD-LETTER-TEMPLATE.
           IF WS-TEMPLATE-COUNT = 0
               DISPLAY "NO LETTER TEMPLATE ON FILE - NOTHING TO MERGE"
               CLOSE CUSTOMER-BALANCE-FILE
           END-IF.
           CLOSE PRINT-FILE.
           IF UNCLAIMED-LETTERS
               CLOSE UNCLAIMED-PROPERTY-FILE
           END-IF.
           DISPLAY "LETTER MERGE COMPLETE - " WS-LETTER-COUNT
               " LETTERS PRODUCED (" WS-SELECT-MODE ")".
           DISPLAY "DO-NOT-CONTACT SUPPRESSED: " WS-SUPPRESSED-COUNT.
           PERFORM LOG-RUN-END.
           STOP RUN.

       OPEN-UNCLAIMED-PROPERTY.
      *    Nothing selected means no letters are owed - the run ends
      *    before the template is even read.
           MOVE "unctmpl.txt" TO WS-TEMPLATE-FILE.
           PERFORM GET-BUSINESS-DATE.
           OPEN I-O UNCLAIMED-PROPERTY-FILE.
           IF UNCLAIMED-PROPERTY-STATUS NOT = "00"
               DISPLAY "NO UNCLAIMED PROPERTY SELECTIONS ON FILE - "
                   "NO LETTERS OWED"
               MOVE RC-WARNING TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.

       LOAD-LETTER-TEMPLATE.
           OPEN INPUT LETTER-TEMPLATE-FILE.
           IF LETTER-TEMPLATE-STATUS NOT = "00"
               THRU CHECK-CUSTOMER-SELECTED-EXIT.
           IF CUSTOMER-WANTED
               PERFORM PRINT-ONE-LETTER
               IF UNCLAIMED-LETTERS
                   REWRITE UNCLAIMED-PROPERTY-RECORD
               END-IF
           END-IF.
           PERFORM READ-CUSTOMER-FILE.

                   END-IF
               WHEN "ALL"
                   MOVE "Y" TO WS-CUSTOMER-WANTED-SW
               WHEN "UNCLAIMED"
                   PERFORM FIND-LETTER-DUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       CHECK-CUSTOMER-SELECTED-EXIT.
           EXIT.

       FIND-LETTER-DUE.
      *    The customer's selection still waiting on its letter is
      *    left in the record area, stamped, for the REWRITE once
      *    the letter has printed.
           MOVE "N" TO WS-SCAN-SWITCH.
           MOVE CUSTOMER-ID TO UP-CUSTOMER-ID.
           MOVE 0           TO UP-SELECT-DATE.
           START UNCLAIMED-PROPERTY-FILE
               KEY IS GREATER THAN OR EQUAL TO UP-PROPERTY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-SWITCH
           END-START.
           PERFORM READ-ONE-SELECTION
               UNTIL SCAN-DONE.

       READ-ONE-SELECTION.
           READ UNCLAIMED-PROPERTY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-SWITCH
               NOT AT END
                   IF UP-CUSTOMER-ID NOT = CUSTOMER-ID
                       MOVE "Y" TO WS-SCAN-SWITCH
                   ELSE
                       IF UP-LETTER-DUE
                           MOVE "Y" TO WS-SCAN-SWITCH
                           MOVE "Y" TO WS-CUSTOMER-WANTED-SW
                           PERFORM STAMP-LETTER-SENT
                       END-IF
                   END-IF
           END-READ.

       STAMP-LETTER-SENT.
           MOVE "L"              TO UP-STATUS.
           MOVE WS-BUSINESS-DATE TO UP-LETTER-DATE.
           COMPUTE UP-REPLY-BY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                   + UP-RESPONSE-DAYS).
           MOVE UP-CREDIT-AMOUNT TO WS-AMOUNT-EDITED.
           MOVE UP-REPLY-BY-DATE TO WS-REPLY-BY-EDITED.

       PRINT-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           PERFORM GET-CUSTOMER-BALANCE.
           MOVE 8 TO WS-MARKER-LEN.
           MOVE WS-BALANCE-EDITED TO WS-MARKER-VALUE.
           PERFORM SUBSTITUTE-MARKER.
           IF UNCLAIMED-LETTERS
               MOVE "&AMOUNT" TO WS-MARKER-TEXT
               MOVE 7 TO WS-MARKER-LEN
               MOVE WS-AMOUNT-EDITED TO WS-MARKER-VALUE
               PERFORM SUBSTITUTE-MARKER
               MOVE "&REPLYBY" TO WS-MARKER-TEXT
               MOVE 8 TO WS-MARKER-LEN
               MOVE WS-REPLY-BY-EDITED TO WS-MARKER-VALUE
               PERFORM SUBSTITUTE-MARKER
           END-IF.
           MOVE "&NAME" TO WS-MARKER-TEXT.
           MOVE 5 TO WS-MARKER-LEN.
           MOVE CUSTOMER-NAME TO WS-MARKER-VALUE.
       SUBSTITUTE-MARKER.
      *    Replaces every occurrence of WS-MARKER-TEXT (length
      *    WS-MARKER-LEN) in WS-WORK-LINE with the trimmed
      *    WS-MARKER-VALUE. &ADDRESS, &BALANCE, &AMOUNT, and
      *    &REPLYBY are substituted before &NAME and &ID so no
      *    marker is a prefix of one still waiting.
           PERFORM FIND-MARKER-POSITION.
           PERFORM UNTIL WS-MARKER-POS = 0
               PERFORM REPLACE-MARKER-ONCE
