       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETBKUP.
      ******************************************************************
      * Purpose: Nightly full-system backup set. CUSTSWEP's dated
      *          copy protects customer.dat only; this step copies
      *          every master and control file the stream keeps -
      *          the member list in BSETWS - into one dated set,
      *          bkupset.<business date>, and writes a manifest,
      *          bkupmfst.<business date>, giving each member's
      *          record count and position-weighted key hash as
      *          read. SETVRFY proves the set against the manifest
      *          and the live files the same night; SETREST brings
      *          back the whole set, or one member, from any night
      *          still kept. Runs last thing before DATEROLL, so a
      *          set is the files exactly as the night left them.
      *          A member that is not on file is listed as such (a
      *          module not yet in use has nothing to copy); one
      *          that is on file but will not open ends the step
      *          RC-FILE-ERROR with a SEVERE operator alert, since
      *          tonight's set cannot put it back.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BSETSEL.
           COPY ALERTSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY BSETFD.
           COPY ALERTFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-MEMBERS-COPIED       PIC 9(3)    VALUE 0.
       01  WS-MEMBERS-ABSENT       PIC 9(3)    VALUE 0.
       01  WS-MEMBERS-FAILED       PIC 9(3)    VALUE 0.
       01  WS-SET-RECORD-COUNT     PIC 9(9)    VALUE 0.
       01  WS-SET-WRITE-ERRORS     PIC 9(9)    VALUE 0.

           COPY BSETWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY ALERTWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "SETBKUP" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-SET-DATE.
           MOVE WS-BUSINESS-DATE TO WS-MANIFEST-DATE.
           OPEN OUTPUT BACKUP-SET-FILE.
           OPEN OUTPUT BACKUP-MANIFEST-FILE.
           IF BACKUP-SET-STATUS NOT = "00"
              OR BACKUP-MANIFEST-STATUS NOT = "00"
               DISPLAY "*** UNABLE TO CREATE BACKUP SET "
                   WS-BACKUP-SET-NAME " - STATUS " BACKUP-SET-STATUS
                   "/" BACKUP-MANIFEST-STATUS
               MOVE "BACKUP SET FILES COULD NOT BE CREATED"
                   TO OA-MESSAGE-TEXT
               PERFORM RAISE-BACKUP-ALERT
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM READ-ALL-SET-MEMBERS.
           CLOSE BACKUP-SET-FILE.
           CLOSE BACKUP-MANIFEST-FILE.
           DISPLAY "BACKUP SET " WS-BACKUP-SET-NAME " - "
               WS-MEMBERS-COPIED " MEMBERS, " WS-SET-RECORD-COUNT
               " RECORDS".
           DISPLAY "    NOT ON FILE: " WS-MEMBERS-ABSENT
               "  FAILED: " WS-MEMBERS-FAILED.
           IF WS-MEMBERS-FAILED > 0 OR WS-SET-WRITE-ERRORS > 0
               MOVE "BACKUP SET INCOMPLETE - SEE SETBKUP OUTPUT"
                   TO OA-MESSAGE-TEXT
               PERFORM RAISE-BACKUP-ALERT
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               MOVE RC-NORMAL TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       TAKE-SET-MEMBER-RECORD.
           MOVE MBR-MEMBER-NAME   TO BKS-MEMBER-NAME.
           MOVE MBR-MEMBER-RECORD TO BKS-MEMBER-RECORD.
           WRITE BACKUP-SET-RECORD.
           IF BACKUP-SET-STATUS = "00"
               ADD 1 TO WS-SET-RECORD-COUNT
           ELSE
               ADD 1 TO WS-SET-WRITE-ERRORS
           END-IF.

       SET-MEMBER-READ-COMPLETE.
           MOVE WS-SET-DATE      TO BKM-SET-DATE.
           MOVE MBR-MEMBER-NAME  TO BKM-MEMBER-NAME.
           MOVE MBR-MEMBER-STATE TO BKM-MEMBER-STATE.
           MOVE MBR-RECORD-COUNT TO BKM-RECORD-COUNT.
           MOVE MBR-KEY-HASH     TO BKM-KEY-HASH.
           WRITE BACKUP-MANIFEST-RECORD.
           EVALUATE TRUE
               WHEN MBR-MEMBER-ON-FILE
                   ADD 1 TO WS-MEMBERS-COPIED
                   DISPLAY "  " MBR-MEMBER-NAME " "
                       MBR-RECORD-COUNT " RECORDS"
               WHEN MBR-MEMBER-NOT-ON-FILE
                   ADD 1 TO WS-MEMBERS-ABSENT
                   DISPLAY "  " MBR-MEMBER-NAME " NOT ON FILE"
               WHEN OTHER
                   ADD 1 TO WS-MEMBERS-FAILED
                   DISPLAY "  " MBR-MEMBER-NAME
                       " *** WOULD NOT OPEN - STATUS " MBR-OPEN-STATUS
           END-EVALUATE.

       RAISE-BACKUP-ALERT.
           MOVE "SEVERE"  TO OA-SEVERITY.
           MOVE "SETBKUP" TO OA-PROGRAM-NAME.
           PERFORM WRITE-OPERATOR-ALERT.

           COPY BSETPD.
           COPY RUNLOGPD.
           COPY ALERTPD.
