       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTMASK.
      ******************************************************************
      * Purpose: Masked copy of a nightly backup set, for the stream
      *          test run. TESTSCRB masks customer.dat and
      *          employee.dat; a test run of the whole stream needs
      *          every master, so this masks the set SETBKUP took -
      *          the same names and fields TESTSCRB replaces on the
      *          customer and employee records, and the names,
      *          streets, phones, remitters, note text and on-call
      *          contacts on every other member that holds them -
      *          and SETREST then restores the masked set into the
      *          test directory.
      *          Keys, statuses, amounts and dates stay intact, and
      *          the fakes are derived from the key, so every build
      *          masks the same record the same way.
      *
      *          Run by the test-run job (jcl/TESTRUN.sh) in its own
      *          directory against a copy of the set, never against
      *          the production set. The set date comes in as
      *          MASK-SET-DATE. The copy is first proved against its
      *          manifest the way SETREST proves a set; a set that
      *          does not match is refused. The masked set is written
      *          to bkupset.msk and the manifest is rewritten with
      *          the masked records' key hashes, so SETREST proves
      *          the masked set as it would the original.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BSETSEL.

           SELECT MASKED-SET-FILE ASSIGN TO "bkupset.msk"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MASKED-SET-STATUS.

           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY BSETFD.

       FD  MASKED-SET-FILE.
       01  MASKED-SET-RECORD.
           05  MSK-MEMBER-NAME     PIC X(12).
           05  MSK-MEMBER-RECORD   PIC X(325).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  MASKED-SET-STATUS       PIC XX.
       01  WS-MASK-SET-DATE        PIC X(8).
       01  WS-MEMBER-SUB           PIC 99.
       01  WS-SET-MISMATCHES       PIC 9(3)    VALUE 0.
       01  WS-RECORDS-COPIED       PIC 9(9)    VALUE 0.
       01  WS-RECORDS-MASKED       PIC 9(9)    VALUE 0.
       01  WS-MASK-SWITCH          PIC X.
           88  RECORD-WAS-MASKED               VALUE "Y".

      *    The masked records' key hashes, same order as the member
      *    table, for the rewritten manifest.
       01  WS-MASKED-HASH-TABLE.
           05  WS-MASKED-HASH      PIC 9(15)   OCCURS 83 TIMES.

       01  WS-FAKE-EMAIL           PIC X(40).

      *    Working views of the members that carry names, addresses
      *    or free text.
           COPY CUSTREC.
           COPY EMPREC.
           COPY VENDREC.
           COPY SHIPREC.
           COPY SLSPREC.
           COPY COLNREC.
           COPY PSUSREC.
           COPY UNAPREC.
       01  OPERATOR-MASK-RECORD.
           05  MO-OPERATOR-ID      PIC X(10).
           05  MO-OPERATOR-NAME    PIC X(30).
           05  MO-AUTHORITY        PIC X.
           05  MO-PASSWORD         PIC X(10).
           05  MO-PWD-CHANGED-DATE PIC 9(8).
           05  MO-REST-OF-RECORD   PIC X(8).
       01  ROSTER-MASK-RECORD.
           05  RM-SUPERVISOR-ID    PIC X(10).
           05  RM-SUPERVISOR-NAME  PIC X(30).
           05  RM-CONTACT-TEXT     PIC X(30).

           COPY BSETWS.
           COPY RETCODE.
           COPY RUNLOGWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "TESTMASK" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           MOVE SPACES TO WS-MASK-SET-DATE.
           ACCEPT WS-MASK-SET-DATE FROM ENVIRONMENT "MASK-SET-DATE".
           IF WS-MASK-SET-DATE NOT NUMERIC
               DISPLAY "MASK-SET-DATE environment variable not set"
               PERFORM REFUSE-MASK
           END-IF.
           MOVE WS-MASK-SET-DATE TO WS-SET-DATE.
           MOVE WS-MASK-SET-DATE TO WS-MANIFEST-DATE.
           INITIALIZE MEMBER-TOTALS-TABLE.
           INITIALIZE WS-MASKED-HASH-TABLE.
           PERFORM LOAD-BACKUP-MANIFEST.
           PERFORM TALLY-BACKUP-SET.
           IF NOT BSET-MANIFEST-FOUND OR NOT BSET-SET-FOUND
               DISPLAY "No backup set to mask - " WS-BACKUP-SET-NAME
                   " / " WS-BACKUP-MANIFEST-NAME
               PERFORM REFUSE-MASK
           END-IF.
           PERFORM CHECK-SET-BEFORE-MASK
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > MBT-MEMBER-COUNT.
           IF WS-SET-MISMATCHES > 0 OR BSET-UNLISTED-RECORDS > 0
               DISPLAY "BACKUP SET DOES NOT MATCH ITS MANIFEST - "
                   "NOTHING MASKED"
               PERFORM REFUSE-MASK
           END-IF.
           OPEN OUTPUT MASKED-SET-FILE.
           IF MASKED-SET-STATUS NOT = "00"
               DISPLAY "*** bkupset.msk WILL NOT OPEN - STATUS "
                   MASKED-SET-STATUS
               PERFORM REFUSE-MASK
           END-IF.
           MOVE "N" TO BSET-EOF-SWITCH.
           MOVE SPACES TO BSET-LAST-MEMBER-NAME.
           OPEN INPUT BACKUP-SET-FILE.
           PERFORM READ-BACKUP-SET.
           PERFORM MASK-ONE-SET-RECORD
               UNTIL BSET-END-OF-FILE.
           CLOSE BACKUP-SET-FILE.
           CLOSE MASKED-SET-FILE.
           OPEN OUTPUT BACKUP-MANIFEST-FILE.
           PERFORM WRITE-MASKED-MANIFEST-LINE
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > MBT-MEMBER-COUNT.
           CLOSE BACKUP-MANIFEST-FILE.
           DISPLAY "TEST MASK COMPLETE - " WS-RECORDS-COPIED
               " SET RECORDS, " WS-RECORDS-MASKED " MASKED".
           MOVE RC-NORMAL TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

       CHECK-SET-BEFORE-MASK.
           EVALUATE MBT-MANIFEST-STATE (WS-MEMBER-SUB)
               WHEN "Y"
                   IF MBT-SET-COUNT (WS-MEMBER-SUB)
                          NOT = MBT-MANIFEST-COUNT (WS-MEMBER-SUB)
                      OR MBT-SET-HASH (WS-MEMBER-SUB)
                          NOT = MBT-MANIFEST-HASH (WS-MEMBER-SUB)
                       ADD 1 TO WS-SET-MISMATCHES
                       DISPLAY "*** " MBT-MEMBER-NAME (WS-MEMBER-SUB)
                           " SET DOES NOT MATCH MANIFEST"
                   END-IF
               WHEN "N"
                   IF MBT-SET-COUNT (WS-MEMBER-SUB) NOT = 0
                       ADD 1 TO WS-SET-MISMATCHES
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-SET-MISMATCHES
                   DISPLAY "*** " MBT-MEMBER-NAME (WS-MEMBER-SUB)
                       " NOT IN MANIFEST OR NOT COPIED"
           END-EVALUATE.

       MASK-ONE-SET-RECORD.
           IF BKS-MEMBER-NAME NOT = BSET-LAST-MEMBER-NAME
               MOVE BKS-MEMBER-NAME TO BSET-LAST-MEMBER-NAME
               SET MBT-IDX TO 1
               SEARCH MEMBER-ENTRY
                   AT END
                       MOVE 0 TO BSET-TABLE-SUB
                   WHEN MBT-MEMBER-NAME (MBT-IDX) = BKS-MEMBER-NAME
                       SET BSET-TABLE-SUB TO MBT-IDX
               END-SEARCH
           END-IF.
           MOVE BACKUP-SET-RECORD TO MASKED-SET-RECORD.
           MOVE "N" TO WS-MASK-SWITCH.
           EVALUATE BKS-MEMBER-NAME
               WHEN "customer.dat"
                   PERFORM MASK-CUSTOMER-RECORD
               WHEN "employee.dat"
                   PERFORM MASK-EMPLOYEE-RECORD
               WHEN "vendor.dat"
                   PERFORM MASK-VENDOR-RECORD
               WHEN "shipto.dat"
                   PERFORM MASK-SHIP-TO-RECORD
               WHEN "slsper.dat"
                   PERFORM MASK-SALESPERSON-RECORD
               WHEN "oper.dat"
                   PERFORM MASK-OPERATOR-ENTRY
               WHEN "opsrostr.dat"
                   PERFORM MASK-CONTACT-ROSTER
               WHEN "colnotes.dat"
                   PERFORM MASK-COLLECTION-NOTE
               WHEN "paysusp.dat"
                   PERFORM MASK-PAYMENT-SUSPENSE
               WHEN "unapcash.dat"
                   PERFORM MASK-UNAPPLIED-CASH
           END-EVALUATE.
           IF RECORD-WAS-MASKED
               ADD 1 TO WS-RECORDS-MASKED
           END-IF.
           MOVE MBT-HASH-LENGTH (BSET-TABLE-SUB) TO MBR-HASH-LENGTH.
           MOVE MSK-MEMBER-RECORD (1:MBR-HASH-LENGTH) TO MBR-HASH-KEY.
           PERFORM HASH-SET-MEMBER-KEY.
           ADD MBR-HASH-WORK TO WS-MASKED-HASH (BSET-TABLE-SUB).
           WRITE MASKED-SET-RECORD.
           ADD 1 TO WS-RECORDS-COPIED.
           PERFORM READ-BACKUP-SET.

      *    Same fakes as TESTSCRB: the whole record copies first, and
      *    only the identifying fields are overwritten.
       MASK-CUSTOMER-RECORD.
           MOVE BKS-MEMBER-RECORD TO CUSTOMER-RECORD.
           MOVE SPACES TO CUSTOMER-NAME.
           STRING "TEST CUSTOMER " CUSTOMER-ID
               DELIMITED BY SIZE
               INTO CUSTOMER-NAME.
           MOVE "123 TEST STREET" TO CUSTOMER-STREET.
           MOVE "(555) 555-0100"  TO CUSTOMER-PHONE.
           MOVE SPACES TO WS-FAKE-EMAIL.
           STRING "test" DELIMITED BY SIZE
               CUSTOMER-ID DELIMITED BY SPACE
               "@example.com" DELIMITED BY SIZE
               INTO WS-FAKE-EMAIL.
           MOVE WS-FAKE-EMAIL TO CUSTOMER-EMAIL.
      *    The 3-digit ZIP prefix stays so the mailing extract still
      *    sorts and presorts the way it does in production.
           MOVE "00"   TO CUSTOMER-ZIP (4:2).
           MOVE SPACES TO CUSTOMER-ZIP (6:3).
           MOVE CUSTOMER-RECORD
               TO MSK-MEMBER-RECORD (1:LENGTH OF CUSTOMER-RECORD).
           MOVE "Y" TO WS-MASK-SWITCH.

       MASK-EMPLOYEE-RECORD.
           MOVE BKS-MEMBER-RECORD TO EMPLOYEE-RECORD.
           MOVE SPACES TO EMP-NAME.
           STRING "TEST EMPLOYEE " EMP-ID
               DELIMITED BY SIZE
               INTO EMP-NAME.
           MOVE EMPLOYEE-RECORD
               TO MSK-MEMBER-RECORD (1:LENGTH OF EMPLOYEE-RECORD).
           MOVE "Y" TO WS-MASK-SWITCH.

       MASK-VENDOR-RECORD.
           MOVE BKS-MEMBER-RECORD TO VENDOR-RECORD.
           MOVE SPACES TO VN-VENDOR-NAME.
           STRING "TEST VENDOR " VN-VENDOR-ID
               DELIMITED BY SIZE
               INTO VN-VENDOR-NAME.
           MOVE "123 TEST STREET" TO VN-STREET.
           MOVE "(555) 555-0100"  TO VN-PHONE.
           MOVE VENDOR-RECORD
               TO MSK-MEMBER-RECORD (1:LENGTH OF VENDOR-RECORD).
           MOVE "Y" TO WS-MASK-SWITCH.

       MASK-SHIP-TO-RECORD.
           MOVE BKS-MEMBER-RECORD TO SHIP-TO-RECORD.
           MOVE SPACES TO ST-NAME.
           STRING "TEST SHIP-TO " ST-CUSTOMER-ID ST-SHIP-TO-CODE
               DELIMITED BY SIZE
               INTO ST-NAME.
           MOVE "123 TEST STREET" TO ST-STREET.
           MOVE SHIP-TO-RECORD
               TO MSK-MEMBER-RECORD (1:LENGTH OF SHIP-TO-RECORD).
           MOVE "Y" TO WS-MASK-SWITCH.

       MASK-SALESPERSON-RECORD.
           MOVE BKS-MEMBER-RECORD TO SALESPERSON-RECORD.
           MOVE SPACES TO SL-NAME.
           STRING "TEST SALESPERSON " SL-SALESPERSON-ID
               DELIMITED BY SIZE
               INTO SL-NAME.
           MOVE SALESPERSON-RECORD
               TO MSK-MEMBER-RECORD (1:LENGTH OF SALESPERSON-RECORD).
           MOVE "Y" TO WS-MASK-SWITCH.

      *    A blank password forces a change at the next sign-on, so
      *    no production password reaches the test directory.
       MASK-OPERATOR-ENTRY.
           MOVE BKS-MEMBER-RECORD TO OPERATOR-MASK-RECORD.
           MOVE SPACES TO MO-OPERATOR-NAME.
           STRING "TEST OPERATOR " MO-OPERATOR-ID
               DELIMITED BY SIZE
               INTO MO-OPERATOR-NAME.
           MOVE SPACES TO MO-PASSWORD.
           MOVE 0 TO MO-PWD-CHANGED-DATE.
           MOVE OPERATOR-MASK-RECORD
               TO MSK-MEMBER-RECORD (1:LENGTH OF OPERATOR-MASK-RECORD).
           MOVE "Y" TO WS-MASK-SWITCH.

      *    The on-call roster's pager and phone text goes as well as
      *    the name; the escalation run in test still finds an ID.
       MASK-CONTACT-ROSTER.
           MOVE BKS-MEMBER-RECORD TO ROSTER-MASK-RECORD.
           MOVE SPACES TO RM-SUPERVISOR-NAME.
           STRING "TEST SUPERVISOR " RM-SUPERVISOR-ID
               DELIMITED BY SIZE
               INTO RM-SUPERVISOR-NAME.
           MOVE "(555) 555-0100" TO RM-CONTACT-TEXT.
           MOVE ROSTER-MASK-RECORD
               TO MSK-MEMBER-RECORD (1:LENGTH OF ROSTER-MASK-RECORD).
           MOVE "Y" TO WS-MASK-SWITCH.

       MASK-COLLECTION-NOTE.
           MOVE BKS-MEMBER-RECORD TO COLLECTION-NOTE-RECORD.
           MOVE "TEST COLLECTION NOTE" TO CN-NOTE-TEXT.
           MOVE COLLECTION-NOTE-RECORD
               TO MSK-MEMBER-RECORD
                  (1:LENGTH OF COLLECTION-NOTE-RECORD).
           MOVE "Y" TO WS-MASK-SWITCH.

       MASK-PAYMENT-SUSPENSE.
           MOVE BKS-MEMBER-RECORD TO PAYMENT-SUSPENSE-RECORD.
           MOVE SPACES TO PS-REMITTER-NAME.
           STRING "TEST REMITTER " PS-CHECK-NUMBER
               DELIMITED BY SIZE
               INTO PS-REMITTER-NAME.
           MOVE PAYMENT-SUSPENSE-RECORD
               TO MSK-MEMBER-RECORD
                  (1:LENGTH OF PAYMENT-SUSPENSE-RECORD).
           MOVE "Y" TO WS-MASK-SWITCH.

       MASK-UNAPPLIED-CASH.
           MOVE BKS-MEMBER-RECORD TO UNAPPLIED-CASH-RECORD.
           MOVE SPACES TO UC-REMITTER-NAME.
           STRING "TEST REMITTER " UC-CHECK-NUMBER
               DELIMITED BY SIZE
               INTO UC-REMITTER-NAME.
           MOVE UNAPPLIED-CASH-RECORD
               TO MSK-MEMBER-RECORD
                  (1:LENGTH OF UNAPPLIED-CASH-RECORD).
           MOVE "Y" TO WS-MASK-SWITCH.

       WRITE-MASKED-MANIFEST-LINE.
           MOVE WS-SET-DATE TO BKM-SET-DATE.
           MOVE MBT-MEMBER-NAME (WS-MEMBER-SUB) TO BKM-MEMBER-NAME.
           MOVE MBT-MANIFEST-STATE (WS-MEMBER-SUB) TO BKM-MEMBER-STATE.
           MOVE MBT-MANIFEST-COUNT (WS-MEMBER-SUB) TO BKM-RECORD-COUNT.
           MOVE WS-MASKED-HASH (WS-MEMBER-SUB) TO BKM-KEY-HASH.
           WRITE BACKUP-MANIFEST-RECORD.

       TAKE-SET-MEMBER-RECORD.
           CONTINUE.

       SET-MEMBER-READ-COMPLETE.
           CONTINUE.

       REFUSE-MASK.
           MOVE RC-FILE-ERROR TO RETURN-CODE.
           PERFORM LOG-RUN-END.
           STOP RUN.

           COPY BSETPD.
           COPY RUNLOGPD.
