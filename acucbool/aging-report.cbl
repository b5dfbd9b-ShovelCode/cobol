      * Purpose: Monthly aged receivables trial balance. Reads the
      *          open-item detail file the posting programs maintain,
      *          in CUSTOMER-ID sequence, ages each item's open
      *          amount by days past its due date (set from the
      *          customer's payment terms) into current (not yet
      *          due), 1-30, 31-60, and over-60-days-past-due
      *          buckets, and prints one line
      *          per customer with the name and phone from
      *          CUSTOMER-FILE plus bucket totals for the house - so
      *          collections works from ages instead of the single
      *          lump figure on custbal.dat. Fully-relieved items are
      *          skipped; unapplied payment credits age into the
      *          current bucket as negatives. An item collections has
      *          flagged in dispute is not aged at all - it prints in
      *          its own DISPUTED column whatever its age, so the
      *          buckets show only what can be collected.
      *
      *          With GROUP on the parameter card the report rolls
      *          franchise groups up under their parent (account
      *          hierarchy, custhier.dat): the parent's line prints
      *          first, its child accounts indented beneath it, and a
      *          GROUP TOTAL line ages the group as one customer.
      *          Accounts in no group print as before, in customer
      *          sequence among the groups.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT AGING-SORT-FILE ASSIGN TO "agerpt.srt".

           COPY HIERSEL.
           COPY PARMSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ACCOUNT-HIERARCHY-FILE.
           COPY HIERREC.

      *    One aged customer line, keyed so each group's parent
      *    sorts ahead of its children (member sequence 0, then 1).
       SD  AGING-SORT-FILE.
       01  AGING-SORT-RECORD.
           05  AS-GROUP-ID         PIC X(10).
           05  AS-MEMBER-SEQ       PIC 9.
           05  AS-CUSTOMER-ID      PIC X(10).
           05  AS-CUSTOMER-NAME    PIC X(22).
           05  AS-PHONE            PIC X(16).
           05  AS-CURRENT          PIC S9(9)V99.
           05  AS-AGE-30           PIC S9(9)V99.
           05  AS-AGE-60           PIC S9(9)V99.
           05  AS-AGE-90           PIC S9(9)V99.
           05  AS-DISPUTED         PIC S9(9)V99.

           COPY PARMFD.
           COPY PRTRECFD.
           COPY RUNLOGFD.

       01  WS-CUSTOMER-COUNT       PIC 9(6)    VALUE 0.
       01  WS-TODAY-RUN-DATE       PIC 9(8).
       01  WS-TODAY-INTEGER        PIC 9(8).
       01  WS-DUE-INTEGER          PIC 9(8).
       01  WS-AGE-DAYS             PIC S9(5).
       01  WS-ROLL-UP-SWITCH       PIC X       VALUE "N".
           88  ROLL-UP-GROUPS                  VALUE "Y".
       01  WS-SORT-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-SORTED-LINES             VALUE "Y".
       01  WS-PREV-GROUP-ID        PIC X(10)   VALUE SPACES.
       01  WS-GROUP-CHILD-SWITCH   PIC X       VALUE "N".
           88  GROUP-HAS-CHILDREN              VALUE "Y".
       01  WS-GROUP-COUNT          PIC 9(6)    VALUE 0.

       01  WS-CUST-BUCKETS.
           05  WS-CUST-CURRENT     PIC S9(9)V99 VALUE 0.
           05  WS-CUST-30          PIC S9(9)V99 VALUE 0.
           05  WS-CUST-60          PIC S9(9)V99 VALUE 0.
           05  WS-CUST-90          PIC S9(9)V99 VALUE 0.
           05  WS-CUST-DISPUTED    PIC S9(9)V99 VALUE 0.
       01  WS-GROUP-BUCKETS.
           05  WS-GROUP-CURRENT    PIC S9(11)V99 VALUE 0.
           05  WS-GROUP-30         PIC S9(11)V99 VALUE 0.
           05  WS-GROUP-60         PIC S9(11)V99 VALUE 0.
           05  WS-GROUP-90         PIC S9(11)V99 VALUE 0.
           05  WS-GROUP-DISPUTED   PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-BUCKETS.
           05  WS-GRAND-CURRENT    PIC S9(11)V99 VALUE 0.
           05  WS-GRAND-30         PIC S9(11)V99 VALUE 0.
           05  WS-GRAND-60         PIC S9(11)V99 VALUE 0.
           05  WS-GRAND-90         PIC S9(11)V99 VALUE 0.
           05  WS-GRAND-DISPUTED   PIC S9(11)V99 VALUE 0.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY OPNIWS.
           COPY HIERWS.
           COPY PARMWS.

       01  AGERPT-COLUMN-HEADINGS.
           05  FILLER              PIC X(12) VALUE "CUSTOMER-ID".
           05  FILLER              PIC X(22) VALUE "CUSTOMER-NAME".
           05  FILLER              PIC X(16) VALUE "PHONE".
           05  FILLER              PIC X(13) VALUE "     CURRENT".
           05  FILLER              PIC X(13) VALUE "   1-30 PAST".
           05  FILLER              PIC X(13) VALUE "  31-60 PAST".
           05  FILLER              PIC X(13) VALUE "  OVER-60 PD".
           05  FILLER              PIC X(13) VALUE "    DISPUTED".
           05  FILLER              PIC X(17) VALUE SPACES.

       01  AGERPT-DETAIL-LINE.
           05  DTL-CUSTOMER-ID     PIC X(12).
           05  DTL-AGE-30          PIC ZZZZZZZZ9.99-.
           05  DTL-AGE-60          PIC ZZZZZZZZ9.99-.
           05  DTL-AGE-90          PIC ZZZZZZZZ9.99-.
           05  DTL-DISPUTED        PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(17) VALUE SPACES.

       01  AGERPT-GROUP-LINE.
           05  FILLER              PIC X(14) VALUE "  GROUP TOTAL ".
           05  GRP-PARENT-ID       PIC X(10).
           05  FILLER              PIC X(26) VALUE SPACES.
           05  GRP-CURRENT         PIC ZZZZZZZZ9.99-.
           05  GRP-AGE-30          PIC ZZZZZZZZ9.99-.
           05  GRP-AGE-60          PIC ZZZZZZZZ9.99-.
           05  GRP-AGE-90          PIC ZZZZZZZZ9.99-.
           05  GRP-DISPUTED        PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(17) VALUE SPACES.

       01  AGERPT-GRAND-LINE.
           05  FILLER              PIC X(50) VALUE "HOUSE TOTALS".
           05  GRD-AGE-30          PIC ZZZZZZZZ9.99-.
           05  GRD-AGE-60          PIC ZZZZZZZZ9.99-.
           05  GRD-AGE-90          PIC ZZZZZZZZ9.99-.
           05  GRD-DISPUTED        PIC ZZZZZZZZ9.99-.
           05  FILLER              PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM READ-PARAMETER-CARD.
           IF PARM-MODE-FLAG = "GROUP"
               MOVE "Y" TO WS-ROLL-UP-SWITCH
               PERFORM LOAD-ACCOUNT-GROUPS
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "AGERPT" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-COLUMN-HEADINGS.
           IF ROLL-UP-GROUPS
               SORT AGING-SORT-FILE
                   ON ASCENDING KEY AS-GROUP-ID
                                    AS-MEMBER-SEQ
                                    AS-CUSTOMER-ID
                   INPUT PROCEDURE IS AGE-ALL-ITEMS
                   OUTPUT PROCEDURE IS PRINT-GROUPED-LINES
           ELSE
               PERFORM AGE-ALL-ITEMS
           END-IF.
           PERFORM PRINT-GRAND-LINE.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           DISPLAY "AGED TRIAL BALANCE COMPLETE - "
               WS-CUSTOMER-COUNT " CUSTOMERS AGED".
           IF ROLL-UP-GROUPS
               DISPLAY "GROUPS ROLLED UP: " WS-GROUP-COUNT
           END-IF.
           IF AH-WS-TABLE-OVERFLOWED
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       AGE-ALL-ITEMS.
           PERFORM READ-OPEN-ITEM.
           PERFORM AGE-ONE-ITEM
               UNTIL END-OF-OPEN-ITEMS.
           IF NOT FIRST-RECORD-NOT-READ
               PERFORM PRINT-CUSTOMER-LINE
           END-IF.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE AGERPT-COLUMN-HEADINGS TO PRINT-TEXT.
               PERFORM READ-OPEN-ITEM
           ELSE
               PERFORM BREAK-ON-CUSTOMER
               IF OI-ITEM-DISPUTED
                   ADD OI-OPEN-AMOUNT TO WS-CUST-DISPUTED
                   ADD OI-OPEN-AMOUNT TO WS-GRAND-DISPUTED
               ELSE
                   PERFORM BUCKET-THE-ITEM
               END-IF
               PERFORM READ-OPEN-ITEM
           END-IF.

           END-IF.

       BUCKET-THE-ITEM.
      *    WS-AGE-DAYS is days past due - zero or less is current.
      *    An item with no due date falls due on the house terms.
           IF OI-DUE-DATE = 0
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (OI-ITEM-DATE)
                       + OI-WS-HOUSE-NET-DAYS
           ELSE
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (OI-DUE-DATE)
           END-IF.
           COMPUTE WS-AGE-DAYS =
               WS-TODAY-INTEGER - WS-DUE-INTEGER.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 0
                   ADD OI-OPEN-AMOUNT TO WS-CUST-CURRENT
                   ADD OI-OPEN-AMOUNT TO WS-GRAND-CURRENT
               WHEN WS-AGE-DAYS <= 30
                   ADD OI-OPEN-AMOUNT TO WS-CUST-30
                   ADD OI-OPEN-AMOUNT TO WS-GRAND-30
               WHEN WS-AGE-DAYS <= 60
                   ADD OI-OPEN-AMOUNT TO WS-CUST-60
                   ADD OI-OPEN-AMOUNT TO WS-GRAND-60
               WHEN OTHER
           MOVE WS-CUST-30      TO DTL-AGE-30.
           MOVE WS-CUST-60      TO DTL-AGE-60.
           MOVE WS-CUST-90      TO DTL-AGE-90.
           MOVE WS-CUST-DISPUTED TO DTL-DISPUTED.
           IF ROLL-UP-GROUPS
               PERFORM RELEASE-CUSTOMER-LINE
           ELSE
               MOVE " " TO PRINT-CC
               MOVE AGERPT-DETAIL-LINE TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
           END-IF.
           MOVE 0 TO WS-CUST-CURRENT.
           MOVE 0 TO WS-CUST-30.
           MOVE 0 TO WS-CUST-60.
           MOVE 0 TO WS-CUST-90.
           MOVE 0 TO WS-CUST-DISPUTED.

       RELEASE-CUSTOMER-LINE.
      *    An account in no group is a group of its own, sorted by
      *    its own id.
           MOVE WS-PREV-CUSTOMER-ID TO AS-CUSTOMER-ID.
           MOVE WS-PREV-CUSTOMER-ID TO AS-GROUP-ID.
           MOVE 0 TO AS-MEMBER-SEQ.
           MOVE WS-PREV-CUSTOMER-ID TO AH-WS-LOOKUP-ID.
           PERFORM FIND-ACCOUNT-GROUP.
           IF AH-WS-GROUP-FOUND
               MOVE AH-WS-PARENT-ID TO AS-GROUP-ID
               IF AH-WS-PARENT-ID NOT = WS-PREV-CUSTOMER-ID
                   MOVE 1 TO AS-MEMBER-SEQ
               END-IF
           END-IF.
           MOVE DTL-CUSTOMER-NAME TO AS-CUSTOMER-NAME.
           MOVE DTL-PHONE         TO AS-PHONE.
           MOVE WS-CUST-CURRENT   TO AS-CURRENT.
           MOVE WS-CUST-30        TO AS-AGE-30.
           MOVE WS-CUST-60        TO AS-AGE-60.
           MOVE WS-CUST-90        TO AS-AGE-90.
           MOVE WS-CUST-DISPUTED  TO AS-DISPUTED.
           RELEASE AGING-SORT-RECORD.

       PRINT-GROUPED-LINES.
           PERFORM RETURN-AGING-LINE.
           IF NOT END-OF-SORTED-LINES
               MOVE AS-GROUP-ID TO WS-PREV-GROUP-ID
           END-IF.
           PERFORM PRINT-ONE-GROUPED-LINE
               UNTIL END-OF-SORTED-LINES.
           PERFORM FINISH-GROUP.

       RETURN-AGING-LINE.
           RETURN AGING-SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       PRINT-ONE-GROUPED-LINE.
           IF AS-GROUP-ID NOT = WS-PREV-GROUP-ID
               PERFORM FINISH-GROUP
               MOVE AS-GROUP-ID TO WS-PREV-GROUP-ID
           END-IF.
      *    Children print indented under the parent.
           MOVE SPACES TO DTL-CUSTOMER-ID.
           IF AS-MEMBER-SEQ = 1
               MOVE "Y" TO WS-GROUP-CHILD-SWITCH
               MOVE AS-CUSTOMER-ID TO DTL-CUSTOMER-ID (3:10)
           ELSE
               MOVE AS-CUSTOMER-ID TO DTL-CUSTOMER-ID
           END-IF.
           MOVE AS-CUSTOMER-NAME TO DTL-CUSTOMER-NAME.
           MOVE AS-PHONE         TO DTL-PHONE.
           MOVE AS-CURRENT       TO DTL-CURRENT.
           MOVE AS-AGE-30        TO DTL-AGE-30.
           MOVE AS-AGE-60        TO DTL-AGE-60.
           MOVE AS-AGE-90        TO DTL-AGE-90.
           MOVE AS-DISPUTED      TO DTL-DISPUTED.
           MOVE " " TO PRINT-CC.
           MOVE AGERPT-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           ADD AS-CURRENT  TO WS-GROUP-CURRENT.
           ADD AS-AGE-30   TO WS-GROUP-30.
           ADD AS-AGE-60   TO WS-GROUP-60.
           ADD AS-AGE-90   TO WS-GROUP-90.
           ADD AS-DISPUTED TO WS-GROUP-DISPUTED.
           PERFORM RETURN-AGING-LINE.

       FINISH-GROUP.
      *    A standalone account needs no group line of its own.
           IF GROUP-HAS-CHILDREN
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-PREV-GROUP-ID  TO GRP-PARENT-ID
               MOVE WS-GROUP-CURRENT  TO GRP-CURRENT
               MOVE WS-GROUP-30       TO GRP-AGE-30
               MOVE WS-GROUP-60       TO GRP-AGE-60
               MOVE WS-GROUP-90       TO GRP-AGE-90
               MOVE WS-GROUP-DISPUTED TO GRP-DISPUTED
               MOVE " " TO PRINT-CC
               MOVE AGERPT-GROUP-LINE TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
           END-IF.
           MOVE "N" TO WS-GROUP-CHILD-SWITCH.
           MOVE 0 TO WS-GROUP-CURRENT.
           MOVE 0 TO WS-GROUP-30.
           MOVE 0 TO WS-GROUP-60.
           MOVE 0 TO WS-GROUP-90.
           MOVE 0 TO WS-GROUP-DISPUTED.

       PRINT-GRAND-LINE.
           MOVE WS-GRAND-CURRENT TO GRD-CURRENT.
           MOVE WS-GRAND-30      TO GRD-AGE-30.
           MOVE WS-GRAND-60      TO GRD-AGE-60.
           MOVE WS-GRAND-90      TO GRD-AGE-90.
           MOVE WS-GRAND-DISPUTED TO GRD-DISPUTED.
           MOVE " " TO PRINT-CC.
           MOVE AGERPT-GRAND-LINE TO PRINT-TEXT.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

           COPY HIERPD.
           COPY PARMPD.
           COPY RPTCTLPD.
           COPY RUNLOGPD.
