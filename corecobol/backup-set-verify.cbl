       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETVRFY.
      ******************************************************************
      * Purpose: Post-backup verification of the nightly backup set,
      *          the way BKUPVRFY proves CUSTSWEP's customer copy.
      *          Re-reads tonight's bkupset.<date> and counts and
      *          key-hashes each member's records, then reads every
      *          live member file the same way, and holds both
      *          against the manifest SETBKUP wrote. A member passes
      *          when all three agree; a member the manifest lists
      *          as not on file passes when the set holds none of it
      *          and it is still not on file. Anything else - a
      *          short copy, a member missing from the manifest, a
      *          member that would not open, a set record for a file
      *          that is not a member - fails the step RC-FILE-ERROR
      *          with a SEVERE operator alert tonight, not on the day
      *          SETREST needs the set.
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
       01  WS-MEMBER-SUB           PIC 99.
       01  WS-MEMBERS-VERIFIED     PIC 9(3)    VALUE 0.
       01  WS-MEMBERS-ABSENT       PIC 9(3)    VALUE 0.
       01  WS-MEMBERS-FAILED       PIC 9(3)    VALUE 0.
       01  WS-MEMBER-RESULT        PIC X.
           88  MEMBER-VERIFIED                 VALUE "V".
           88  MEMBER-ABSENT                   VALUE "A".
           88  MEMBER-FAILED                   VALUE "F".

           COPY BSETWS.
           COPY RETCODE.
           COPY RUNLOGWS.
           COPY ALERTWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "SETVRFY" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-SET-DATE.
           MOVE WS-BUSINESS-DATE TO WS-MANIFEST-DATE.
           INITIALIZE MEMBER-TOTALS-TABLE.
           PERFORM LOAD-BACKUP-MANIFEST.
           PERFORM TALLY-BACKUP-SET.
           IF NOT BSET-MANIFEST-FOUND OR NOT BSET-SET-FOUND
               DISPLAY "*** BACKUP SET NOT FOUND - "
                   WS-BACKUP-SET-NAME " / " WS-BACKUP-MANIFEST-NAME
               MOVE "NIGHTLY BACKUP SET OR MANIFEST NOT FOUND"
                   TO OA-MESSAGE-TEXT
               PERFORM RAISE-VERIFY-ALERT
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM LOG-RUN-END
               STOP RUN
           END-IF.
           PERFORM READ-ALL-SET-MEMBERS.
           PERFORM VERIFY-ONE-MEMBER
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > MBT-MEMBER-COUNT.
           IF BSET-UNLISTED-RECORDS > 0
               DISPLAY "*** " BSET-UNLISTED-RECORDS
                   " SET RECORDS BELONG TO NO MEMBER FILE"
               ADD 1 TO WS-MEMBERS-FAILED
           END-IF.
           IF WS-MEMBERS-FAILED = 0
               DISPLAY "BACKUP SET VERIFIED - " WS-MEMBERS-VERIFIED
                   " MEMBERS MATCH, " WS-MEMBERS-ABSENT
                   " NOT ON FILE"
               MOVE RC-NORMAL TO RETURN-CODE
           ELSE
               DISPLAY "*** BACKUP SET VERIFICATION FAILED - "
                   WS-MEMBERS-FAILED " MEMBER(S)"
               MOVE "NIGHTLY BACKUP SET DID NOT VERIFY AGAINST LIVE"
                   TO OA-MESSAGE-TEXT
               PERFORM RAISE-VERIFY-ALERT
               MOVE RC-FILE-ERROR TO RETURN-CODE
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

       TAKE-SET-MEMBER-RECORD.
           CONTINUE.

       SET-MEMBER-READ-COMPLETE.
           MOVE MBR-MEMBER-STATE
               TO MBT-LIVE-STATE (MBR-MEMBER-NUMBER).
           MOVE MBR-RECORD-COUNT
               TO MBT-LIVE-COUNT (MBR-MEMBER-NUMBER).
           MOVE MBR-KEY-HASH
               TO MBT-LIVE-HASH (MBR-MEMBER-NUMBER).

       VERIFY-ONE-MEMBER.
           MOVE "F" TO WS-MEMBER-RESULT.
           EVALUATE MBT-MANIFEST-STATE (WS-MEMBER-SUB)
               WHEN "Y"
                   IF MBT-SET-COUNT (WS-MEMBER-SUB)
                          = MBT-MANIFEST-COUNT (WS-MEMBER-SUB)
                      AND MBT-SET-HASH (WS-MEMBER-SUB)
                          = MBT-MANIFEST-HASH (WS-MEMBER-SUB)
                      AND MBT-LIVE-STATE (WS-MEMBER-SUB) = "Y"
                      AND MBT-LIVE-COUNT (WS-MEMBER-SUB)
                          = MBT-MANIFEST-COUNT (WS-MEMBER-SUB)
                      AND MBT-LIVE-HASH (WS-MEMBER-SUB)
                          = MBT-MANIFEST-HASH (WS-MEMBER-SUB)
                       MOVE "V" TO WS-MEMBER-RESULT
                   END-IF
               WHEN "N"
                   IF MBT-SET-COUNT (WS-MEMBER-SUB) = 0
                      AND MBT-LIVE-STATE (WS-MEMBER-SUB) = "N"
                       MOVE "A" TO WS-MEMBER-RESULT
                   END-IF
           END-EVALUATE.
           EVALUATE TRUE
               WHEN MEMBER-VERIFIED
                   ADD 1 TO WS-MEMBERS-VERIFIED
               WHEN MEMBER-ABSENT
                   ADD 1 TO WS-MEMBERS-ABSENT
               WHEN OTHER
                   ADD 1 TO WS-MEMBERS-FAILED
                   PERFORM DISPLAY-FAILED-MEMBER
           END-EVALUATE.

       DISPLAY-FAILED-MEMBER.
           DISPLAY "*** " MBT-MEMBER-NAME (WS-MEMBER-SUB)
               " DID NOT VERIFY".
           DISPLAY "    MANIFEST STATE " MBT-MANIFEST-STATE
               (WS-MEMBER-SUB) " COUNT "
               MBT-MANIFEST-COUNT (WS-MEMBER-SUB) " HASH "
               MBT-MANIFEST-HASH (WS-MEMBER-SUB).
           DISPLAY "    SET            COUNT "
               MBT-SET-COUNT (WS-MEMBER-SUB) " HASH "
               MBT-SET-HASH (WS-MEMBER-SUB).
           DISPLAY "    LIVE     STATE " MBT-LIVE-STATE
               (WS-MEMBER-SUB) " COUNT "
               MBT-LIVE-COUNT (WS-MEMBER-SUB) " HASH "
               MBT-LIVE-HASH (WS-MEMBER-SUB).

       RAISE-VERIFY-ALERT.
           MOVE "SEVERE"  TO OA-SEVERITY.
           MOVE "SETVRFY" TO OA-PROGRAM-NAME.
           PERFORM WRITE-OPERATOR-ALERT.

           COPY BSETPD.
           COPY RUNLOGPD.
           COPY ALERTPD.
