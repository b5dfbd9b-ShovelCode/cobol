      *          balance, prints the adjustments register for
      *          accounting sign-off, copies the posted transactions
      *          to adjpost.dat (which the balance reconciliation
      *          totals alongside the order lines) and onto the
      *          cumulative adjustment history (adjhist.dat, which
      *          keeps who adjusted which account after adjpost.dat
      *          is rewritten the next night), and clears the
      *          entry file so nothing posts twice. Each posted
      *          adjustment also lands as a dated item on the
      *          open-item detail file for the aged trial balance.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSTED-ADJUSTMENT-STATUS.

           SELECT ADJUSTMENT-HISTORY-FILE ASSIGN TO "adjhist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-HISTORY-STATUS.

           SELECT POST-CHECKPOINT-FILE ASSIGN TO "adjpsck.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POST-CHECKPOINT-STATUS.
       FD  POSTED-ADJUSTMENT-FILE.
       01  POSTED-ADJUSTMENT-RECORD PIC X(41).

       FD  ADJUSTMENT-HISTORY-FILE.
       01  ADJUSTMENT-HISTORY-RECORD PIC X(41).

       FD  POST-CHECKPOINT-FILE.
       01  POST-CHECKPOINT-RECORD.
           05  CK-RECORD-NUMBER    PIC 9(6).
       WORKING-STORAGE SECTION.
       01  ADJUSTMENT-FILE-STATUS  PIC XX.
       01  POSTED-ADJUSTMENT-STATUS PIC XX.
       01  ADJUSTMENT-HISTORY-STATUS PIC XX.
       01  BALANCE-FILE-STATUS     PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-ADJUSTMENTS              VALUE "Y".
           ELSE
               OPEN OUTPUT POSTED-ADJUSTMENT-FILE
           END-IF.
      *    The history only ever grows - a restart appends the second
      *    half after the first half the failed run already wrote.
           OPEN EXTEND ADJUSTMENT-HISTORY-FILE.
           IF ADJUSTMENT-HISTORY-STATUS = "05" OR "35"
               OPEN OUTPUT ADJUSTMENT-HISTORY-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.

       PRINT-COLUMN-HEADINGS.
      *    Finance charges post through this same machinery (reason
      *    FINC from the month-end assessment) but age as their own
      *    item type so the trial balance can tell interest from
      *    corrections. A refund check clearing a credit balance
      *    (reason RFND from the refund run) is kept apart the same
      *    way, and so is a dormant credit reported to the state as
      *    unclaimed property (reason ESCH from UNCLPRP).
           EVALUATE AJ-REASON-CODE
               WHEN "FINC"
                   MOVE "F"   TO OI-WS-REF-TYPE
                   MOVE "FIN" TO OI-WS-ITEM-TYPE
               WHEN "RFND"
                   MOVE "K"   TO OI-WS-REF-TYPE
                   MOVE "RFD" TO OI-WS-ITEM-TYPE
               WHEN "ESCH"
                   MOVE "E"   TO OI-WS-REF-TYPE
                   MOVE "ESC" TO OI-WS-ITEM-TYPE
               WHEN OTHER
                   MOVE "A"   TO OI-WS-REF-TYPE
                   MOVE "ADJ" TO OI-WS-ITEM-TYPE
           END-EVALUATE.
           MOVE AJ-AMOUNT         TO OI-WS-AMOUNT.
           PERFORM POST-OPEN-ITEM-AMOUNT.
           MOVE AJ-CUSTOMER-ID    TO TX-CUSTOMER-ID.
           PERFORM WRITE-TRANSACTION-HISTORY.
           MOVE ADJUSTMENT-RECORD TO POSTED-ADJUSTMENT-RECORD.
           WRITE POSTED-ADJUSTMENT-RECORD.
           MOVE ADJUSTMENT-RECORD TO ADJUSTMENT-HISTORY-RECORD.
           WRITE ADJUSTMENT-HISTORY-RECORD.
           PERFORM PRINT-REGISTER-LINE.
      *    The checkpoint lands after EVERY adjustment - a replayed
      *    transaction would move a balance twice.
       CLOSE-FILES.
           CLOSE ADJUSTMENT-FILE.
           CLOSE POSTED-ADJUSTMENT-FILE.
           CLOSE ADJUSTMENT-HISTORY-FILE.
           CLOSE CUSTOMER-BALANCE-FILE.
           CLOSE OPEN-ITEM-FILE.
           CLOSE PRINT-FILE.
