       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICKTKT.
      ******************************************************************
      * Purpose: Pick tickets - one page per order for every pick
      *          line on ordpick.dat that has not had a ticket yet,
      *          so the warehouse pulls stock from paper instead of
      *          from the billing file. Each ticket opens with the
      *          ship-to block (name, street, city, state, ZIP - from
      *          shipto.dat when the order carries a ship-to code,
      *          otherwise the customer's own address from
      *          CUSTOMER-FILE), then lists the order's lines
      *          with the item description from the item master, the
      *          quantity to pick, and a blank column for the dock to
      *          write the quantity actually shipped before keying it
      *          into ship confirmation. Each line printed is marked
      *          so tomorrow's run does not ticket it twice.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PICKSEL.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           COPY ITEMSEL.
           COPY SHIPSEL.

           SELECT PRINT-FILE ASSIGN TO "picktkt.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY RUNLOGSEL.
           COPY STATSSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PICK-FILE.
           COPY PICKREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  SHIP-TO-FILE.
           COPY SHIPREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.
           COPY STATSFD.

       WORKING-STORAGE SECTION.
       01  PICK-FILE-STATUS        PIC XX.
       01  FILE-STATUS-CODE        PIC XX.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  SHIP-TO-STATUS          PIC XX.
       01  WS-SHIP-TO-FILE-SWITCH  PIC X       VALUE "N".
           88  SHIP-TO-FILE-OPEN               VALUE "Y".
       01  WS-SHIP-TO-FOUND-SWITCH PIC X.
           88  SHIP-TO-FOUND                   VALUE "Y".
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-PICK-LINES               VALUE "Y".
       01  WS-ITEM-FILE-SWITCH     PIC X       VALUE "N".
           88  ITEM-MASTER-OPEN                VALUE "Y".
       01  WS-FIRST-TICKET-SWITCH  PIC X       VALUE "Y".
           88  FIRST-TICKET                    VALUE "Y".
       01  WS-PREV-ORDER-NUMBER    PIC 9(8)    VALUE 0.
       01  WS-READ-COUNT           PIC 9(6)    VALUE 0.
       01  WS-TICKET-COUNT         PIC 9(5)    VALUE 0.
       01  WS-LINE-COUNT           PIC 9(6)    VALUE 0.

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.
           COPY STATSWS.

       01  TICKET-ORDER-LINE.
           05  FILLER              PIC X(14) VALUE "PICK TICKET - ".
           05  FILLER              PIC X(7)  VALUE "ORDER ".
           05  TKT-ORDER-NUMBER    PIC 9(8).
           05  FILLER              PIC X(13) VALUE "  ORDER DATE ".
           05  TKT-ORDER-DATE      PIC 9(8).
           05  FILLER              PIC X(10) VALUE "  BRANCH ".
           05  TKT-BRANCH-CODE     PIC X(4).
           05  FILLER              PIC X(68) VALUE SPACES.

       01  TICKET-SHIP-TO-LINE.
           05  FILLER              PIC X(10) VALUE "SHIP TO:".
           05  TKT-SHIP-TO-TEXT    PIC X(60).
           05  FILLER              PIC X(62) VALUE SPACES.

       01  TICKET-CITY-TEXT.
           05  TKT-CITY            PIC X(15).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TKT-STATE           PIC X(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TKT-ZIP             PIC X(8).
           05  FILLER              PIC X(31) VALUE SPACES.

       01  TICKET-COLUMN-HEADINGS.
           05  FILLER              PIC X(6)  VALUE "LINE".
           05  FILLER              PIC X(12) VALUE "ITEM-NUMBER".
           05  FILLER              PIC X(32) VALUE "DESCRIPTION".
           05  FILLER              PIC X(10) VALUE "QTY PICK".
           05  FILLER              PIC X(72) VALUE "QTY SHIPPED".

       01  TICKET-DETAIL-LINE.
           05  DTL-LINE-NUMBER     PIC ZZZ9.
           05  FILLER              PIC XX    VALUE SPACES.
           05  DTL-ITEM-NUMBER     PIC X(12).
           05  DTL-DESCRIPTION     PIC X(32).
           05  DTL-QUANTITY        PIC ZZZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "__________".
           05  FILLER              PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PICKTKT" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           OPEN OUTPUT PRINT-FILE.
           MOVE "PICKTKT" TO RPT-PROGRAM-NAME.
      *    No pick file means nothing has been accepted for the
      *    warehouse yet - no tickets tonight, not an error.
           OPEN I-O PICK-FILE.
           IF PICK-FILE-STATUS NOT = "00"
               DISPLAY "NO PICK FILE - NO TICKETS TO PRINT"
               PERFORM PRINT-REPORT-HEADER
           ELSE
               OPEN INPUT CUSTOMER-FILE
               OPEN INPUT ITEM-MASTER-FILE
               IF ITEM-MASTER-STATUS = "00"
                   MOVE "Y" TO WS-ITEM-FILE-SWITCH
               END-IF
               OPEN INPUT SHIP-TO-FILE
               IF SHIP-TO-STATUS = "00"
                   MOVE "Y" TO WS-SHIP-TO-FILE-SWITCH
               END-IF
               PERFORM READ-PICK-LINE
               PERFORM TICKET-ONE-PICK-LINE
                   UNTIL END-OF-PICK-LINES
               IF FIRST-TICKET
                   PERFORM PRINT-REPORT-HEADER
               END-IF
               CLOSE PICK-FILE
               CLOSE CUSTOMER-FILE
               IF ITEM-MASTER-OPEN
                   CLOSE ITEM-MASTER-FILE
               END-IF
               IF SHIP-TO-FILE-OPEN
                   CLOSE SHIP-TO-FILE
               END-IF
           END-IF.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE PRINT-FILE.
           DISPLAY "PICK TICKETS COMPLETE - " WS-TICKET-COUNT
               " TICKETS, " WS-LINE-COUNT " LINES".
           MOVE RC-NORMAL TO RETURN-CODE.
           MOVE "PICKTKT"       TO SS-PROGRAM-NAME.
           MOVE WS-READ-COUNT   TO SS-RECORDS-READ.
           MOVE WS-LINE-COUNT   TO SS-RECORDS-WRITTEN.
           MOVE 0               TO SS-RECORDS-REJECTED.
           PERFORM WRITE-STEP-STATISTICS.
           PERFORM LOG-RUN-END.
           STOP RUN.

       READ-PICK-LINE.
           READ PICK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       TICKET-ONE-PICK-LINE.
           ADD 1 TO WS-READ-COUNT.
           IF NOT PK-TICKET-PRINTED
               IF FIRST-TICKET
                   OR PK-ORDER-NUMBER NOT = WS-PREV-ORDER-NUMBER
                   PERFORM START-NEW-TICKET
               END-IF
               PERFORM PRINT-TICKET-LINE
               MOVE "Y" TO PK-TICKET-FLAG
               REWRITE PICK-LINE-RECORD
                   INVALID KEY
                       DISPLAY "WARNING - ticket flag not set, "
                           "ORDER " PK-ORDER-NUMBER " STATUS "
                           PICK-FILE-STATUS
               END-REWRITE
           END-IF.
           PERFORM READ-PICK-LINE.

       START-NEW-TICKET.
      *    Every order starts a fresh page so each ticket can go to
      *    the floor on its own.
           IF FIRST-TICKET
               MOVE "N" TO WS-FIRST-TICKET-SWITCH
           ELSE
               ADD 1 TO RPT-PAGE-NUMBER
           END-IF.
           PERFORM PRINT-REPORT-HEADER.
           ADD 1 TO WS-TICKET-COUNT.
           MOVE PK-ORDER-NUMBER TO WS-PREV-ORDER-NUMBER.
           MOVE PK-ORDER-NUMBER TO TKT-ORDER-NUMBER.
           MOVE PK-ORDER-DATE   TO TKT-ORDER-DATE.
           MOVE PK-BRANCH-CODE  TO TKT-BRANCH-CODE.
           MOVE TICKET-ORDER-LINE TO PRINT-TEXT.
           PERFORM PRINT-TICKET-HEADING-LINE.
           MOVE "N" TO WS-SHIP-TO-FOUND-SWITCH.
           IF PK-SHIP-TO-CODE NOT = SPACES
               AND SHIP-TO-FILE-OPEN
               MOVE PK-CUSTOMER-ID  TO ST-CUSTOMER-ID
               MOVE PK-SHIP-TO-CODE TO ST-SHIP-TO-CODE
               READ SHIP-TO-FILE
                   KEY IS ST-SHIP-TO-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SHIP-TO-FOUND-SWITCH
               END-READ
           END-IF.
           IF SHIP-TO-FOUND
               PERFORM PRINT-STORE-SHIP-TO-BLOCK
           ELSE
               PERFORM PRINT-CUSTOMER-SHIP-TO
           END-IF.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM PRINT-TICKET-HEADING-LINE.
           MOVE TICKET-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM PRINT-TICKET-HEADING-LINE.

       PRINT-CUSTOMER-SHIP-TO.
           MOVE PK-CUSTOMER-ID TO CUSTOMER-ID.
           READ CUSTOMER-FILE
               KEY IS CUSTOMER-ID
               INVALID KEY
                   MOVE "** CUSTOMER NOT ON FILE **"
                       TO TKT-SHIP-TO-TEXT
                   MOVE TICKET-SHIP-TO-LINE TO PRINT-TEXT
                   PERFORM PRINT-TICKET-HEADING-LINE
               NOT INVALID KEY
                   PERFORM PRINT-SHIP-TO-BLOCK
           END-READ.

       PRINT-SHIP-TO-BLOCK.
           MOVE CUSTOMER-NAME TO TKT-SHIP-TO-TEXT.
           MOVE TICKET-SHIP-TO-LINE TO PRINT-TEXT.
           PERFORM PRINT-TICKET-HEADING-LINE.
           MOVE SPACES TO TICKET-SHIP-TO-LINE.
           MOVE CUSTOMER-STREET TO TKT-SHIP-TO-TEXT.
           MOVE TICKET-SHIP-TO-LINE TO PRINT-TEXT.
           PERFORM PRINT-TICKET-HEADING-LINE.
           MOVE CUSTOMER-CITY  TO TKT-CITY.
           MOVE CUSTOMER-STATE TO TKT-STATE.
           MOVE CUSTOMER-ZIP   TO TKT-ZIP.
           MOVE TICKET-CITY-TEXT TO TKT-SHIP-TO-TEXT.
           MOVE TICKET-SHIP-TO-LINE TO PRINT-TEXT.
           PERFORM PRINT-TICKET-HEADING-LINE.
           MOVE "SHIP TO:" TO TICKET-SHIP-TO-LINE (1:10).

       PRINT-STORE-SHIP-TO-BLOCK.
           MOVE ST-NAME TO TKT-SHIP-TO-TEXT.
           MOVE TICKET-SHIP-TO-LINE TO PRINT-TEXT.
           PERFORM PRINT-TICKET-HEADING-LINE.
           MOVE SPACES TO TICKET-SHIP-TO-LINE.
           MOVE ST-STREET TO TKT-SHIP-TO-TEXT.
           MOVE TICKET-SHIP-TO-LINE TO PRINT-TEXT.
           PERFORM PRINT-TICKET-HEADING-LINE.
           MOVE ST-CITY  TO TKT-CITY.
           MOVE ST-STATE TO TKT-STATE.
           MOVE ST-ZIP   TO TKT-ZIP.
           MOVE TICKET-CITY-TEXT TO TKT-SHIP-TO-TEXT.
           MOVE TICKET-SHIP-TO-LINE TO PRINT-TEXT.
           PERFORM PRINT-TICKET-HEADING-LINE.
           MOVE "SHIP TO:" TO TICKET-SHIP-TO-LINE (1:10).

       PRINT-TICKET-HEADING-LINE.
           MOVE " " TO PRINT-CC.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINE-COUNT.

       PRINT-TICKET-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO DTL-DESCRIPTION.
           IF ITEM-MASTER-OPEN AND PK-ITEM-NUMBER NOT = SPACES
               MOVE PK-ITEM-NUMBER TO IT-ITEM-NUMBER
               READ ITEM-MASTER-FILE
                   KEY IS IT-ITEM-NUMBER
                   INVALID KEY
                       MOVE "(NOT ON ITEM MASTER)" TO DTL-DESCRIPTION
                   NOT INVALID KEY
                       MOVE IT-DESCRIPTION TO DTL-DESCRIPTION
               END-READ
           END-IF.
           MOVE PK-LINE-NUMBER TO DTL-LINE-NUMBER.
           MOVE PK-ITEM-NUMBER TO DTL-ITEM-NUMBER.
           MOVE PK-QUANTITY    TO DTL-QUANTITY.
           MOVE " " TO PRINT-CC.
           MOVE TICKET-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
           COPY STATSPD.
