       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETREST.
      ******************************************************************
      * Purpose: Restore from the nightly backup set. Brings back
      *          the whole set, or one member file, as SETBKUP left
      *          it on a chosen night. The night is supplied via the
      *          RESTORE-DATE environment variable (YYYYMMDD, the
      *          business date of the set); RESTORE-FILE names one
      *          member (for example itemmast.dat) and is left blank,
      *          or set to ALL, for the whole set. Run by the
      *          operator, never by the nightly stream.
      *
      *          Nothing is touched until the chosen members in the
      *          set have been counted and key-hashed against the
      *          night's manifest; a set that does not match its own
      *          manifest is refused. Each chosen member is then
      *          rebuilt from scratch (OPEN OUTPUT) and re-read and
      *          proved against the manifest the way BKUPVRFY proves
      *          a backup; a mismatch ends RC-FILE-ERROR. A member
      *          that was not on file that night is left as it is now
      *          and ends the run RC-WARNING.
      *
      *          The set is taken just before DATEROLL, so a whole-
      *          set restore puts busdate.dat back on the restored
      *          night: run DATEROLL once before the next stream, and
      *          run that stream with NIGHTLY_FORCE_FULL=Y, since the
      *          run log still shows the nights being redone as
      *          complete.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BSETSEL.
           COPY ABENDSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY BSETFD.
           COPY ABENDFD.

       WORKING-STORAGE SECTION.
       01  WS-RESTORE-DATE         PIC 9(8).
       01  WS-RESTORE-FILE         PIC X(12).
       01  WS-MEMBER-SUB           PIC 99.
       01  WS-RESTORE-SWITCH       PIC X.
           88  RESTORE-THIS-MEMBER             VALUE "Y".
       01  WS-MEMBER-RESTORED      PIC 9(9).
       01  WS-MEMBER-REJECTS       PIC 9(9).
       01  WS-SET-MISMATCHES       PIC 9(3)    VALUE 0.
       01  WS-MEMBERS-RESTORED     PIC 9(3)    VALUE 0.
       01  WS-MEMBERS-NOT-KEPT     PIC 9(3)    VALUE 0.
       01  WS-MEMBERS-FAILED       PIC 9(3)    VALUE 0.
       01  WS-BUSDATE-SWITCH       PIC X       VALUE "N".
           88  BUSINESS-DATE-RESTORED          VALUE "Y".

           COPY BSETWS.
           COPY RETCODE.
           COPY ABENDWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT WS-RESTORE-DATE FROM ENVIRONMENT "RESTORE-DATE".
           IF WS-RESTORE-DATE = ZEROS OR SPACES
               DISPLAY "RESTORE-DATE environment variable not set"
               MOVE "RESTORE-DATE environment variable not set"
                   TO AL-REASON
               PERFORM REFUSE-RESTORE
           END-IF.
           PERFORM READ-RESTORE-FILE-NAME.
           MOVE WS-RESTORE-DATE TO WS-SET-DATE.
           MOVE WS-RESTORE-DATE TO WS-MANIFEST-DATE.
           INITIALIZE MEMBER-TOTALS-TABLE.
           PERFORM LOAD-BACKUP-MANIFEST.
           PERFORM TALLY-BACKUP-SET.
           IF NOT BSET-MANIFEST-FOUND OR NOT BSET-SET-FOUND
               DISPLAY "No backup set on file for " WS-RESTORE-DATE
                   " - " WS-BACKUP-SET-NAME " / "
                   WS-BACKUP-MANIFEST-NAME
               MOVE "Backup set not found for restore" TO AL-REASON
               PERFORM REFUSE-RESTORE
           END-IF.
           PERFORM CHECK-SET-BEFORE-RESTORE
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > MBT-MEMBER-COUNT.
           IF WS-SET-MISMATCHES > 0
               DISPLAY "BACKUP SET DOES NOT MATCH ITS MANIFEST - "
                   "NOTHING RESTORED"
               MOVE "Backup set does not match its manifest"
                   TO AL-REASON
               PERFORM REFUSE-RESTORE
           END-IF.
           MOVE "N" TO BSET-EOF-SWITCH.
           OPEN INPUT BACKUP-SET-FILE.
           PERFORM READ-BACKUP-SET.
           PERFORM RESTORE-ALL-SET-MEMBERS.
           CLOSE BACKUP-SET-FILE.
           PERFORM READ-ALL-SET-MEMBERS.
           PERFORM PROVE-RESTORED-MEMBER
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > MBT-MEMBER-COUNT.
           DISPLAY "BACKUP SET RESTORE FROM " WS-BACKUP-SET-NAME
               " - " WS-MEMBERS-RESTORED " MEMBER(S) RESTORED".
           IF BUSINESS-DATE-RESTORED
               DISPLAY "busdate.dat IS BACK ON " WS-RESTORE-DATE
                   " - RUN DATEROLL BEFORE THE NEXT STREAM"
           END-IF.
           EVALUATE TRUE
               WHEN WS-MEMBERS-FAILED > 0
                   DISPLAY "*** " WS-MEMBERS-FAILED
                       " MEMBER(S) DID NOT RESTORE CLEAN"
                   MOVE RC-FILE-ERROR TO RETURN-CODE
               WHEN WS-MEMBERS-NOT-KEPT > 0
                   MOVE RC-WARNING TO RETURN-CODE
               WHEN OTHER
                   MOVE RC-NORMAL TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       READ-RESTORE-FILE-NAME.
           MOVE SPACES TO WS-RESTORE-FILE.
           ACCEPT WS-RESTORE-FILE FROM ENVIRONMENT "RESTORE-FILE".
           IF WS-RESTORE-FILE = "ALL"
               MOVE SPACES TO WS-RESTORE-FILE
           END-IF.
           MOVE WS-RESTORE-FILE TO MBR-SELECTED-NAME.
           IF WS-RESTORE-FILE NOT = SPACES
               SET MBT-IDX TO 1
               SEARCH MEMBER-ENTRY
                   AT END
                       DISPLAY WS-RESTORE-FILE
                           " is not a member of the backup set"
                       MOVE "RESTORE-FILE is not a backup set member"
                           TO AL-REASON
                       PERFORM REFUSE-RESTORE
                   WHEN MBT-MEMBER-NAME (MBT-IDX) = WS-RESTORE-FILE
                       CONTINUE
               END-SEARCH
           END-IF.

       REFUSE-RESTORE.
           MOVE "SETREST"       TO AL-PROGRAM-NAME.
           MOVE "PROGRAM-BEGIN" TO AL-PARAGRAPH-NAME.
           PERFORM LOG-ABEND-ENTRY.
           MOVE RC-ABEND TO RETURN-CODE.
           STOP RUN.

       CHECK-SET-BEFORE-RESTORE.
           IF WS-RESTORE-FILE = SPACES
              OR WS-RESTORE-FILE = MBT-MEMBER-NAME (WS-MEMBER-SUB)
               EVALUATE MBT-MANIFEST-STATE (WS-MEMBER-SUB)
                   WHEN "Y"
                       IF MBT-SET-COUNT (WS-MEMBER-SUB)
                              NOT = MBT-MANIFEST-COUNT (WS-MEMBER-SUB)
                          OR MBT-SET-HASH (WS-MEMBER-SUB)
                              NOT = MBT-MANIFEST-HASH (WS-MEMBER-SUB)
                           DISPLAY "*** " MBT-MEMBER-NAME
                               (WS-MEMBER-SUB)
                               " SET COPY DOES NOT MATCH MANIFEST"
                           ADD 1 TO WS-SET-MISMATCHES
                       END-IF
                   WHEN "N"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "*** " MBT-MEMBER-NAME (WS-MEMBER-SUB)
                           " WAS NOT COPIED INTO THIS SET"
                       ADD 1 TO WS-SET-MISMATCHES
               END-EVALUATE
           END-IF.

       START-MEMBER-RESTORE.
           MOVE MBT-MEMBER-NAME (MBR-MEMBER-NUMBER) TO MBR-MEMBER-NAME.
           MOVE 0   TO WS-MEMBER-RESTORED.
           MOVE 0   TO WS-MEMBER-REJECTS.
           MOVE "N" TO WS-RESTORE-SWITCH.
           IF WS-RESTORE-FILE = SPACES
              OR WS-RESTORE-FILE = MBR-MEMBER-NAME
               IF MBT-MANIFEST-STATE (MBR-MEMBER-NUMBER) = "Y"
                   MOVE "Y" TO WS-RESTORE-SWITCH
               ELSE
                   DISPLAY "  " MBR-MEMBER-NAME
                       " NOT ON FILE THAT NIGHT - LEFT AS IT IS"
                   ADD 1 TO WS-MEMBERS-NOT-KEPT
               END-IF
           END-IF.

       CHECK-RESTORE-OPEN.
           IF SET-MEMBER-STATUS NOT = "00"
               DISPLAY "*** " MBR-MEMBER-NAME
                   " COULD NOT BE REBUILT - STATUS " SET-MEMBER-STATUS
               ADD 1 TO WS-MEMBERS-FAILED
               MOVE "N" TO WS-RESTORE-SWITCH
           END-IF.

       FINISH-MEMBER-RESTORE.
      *    A member not being restored still has its records passed
      *    over, so the set stays in step with the next member.
           PERFORM READ-BACKUP-SET
               UNTIL BSET-END-OF-FILE
                  OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME.
           IF RESTORE-THIS-MEMBER
               MOVE "Y" TO MBT-RESTORE-FLAG (MBR-MEMBER-NUMBER)
               ADD 1 TO WS-MEMBERS-RESTORED
               DISPLAY "  " MBR-MEMBER-NAME " " WS-MEMBER-RESTORED
                   " RECORDS RESTORED"
               IF WS-MEMBER-REJECTS > 0
                   DISPLAY "    " WS-MEMBER-REJECTS
                       " RECORDS REJECTED ON WRITE"
               END-IF
               IF MBR-MEMBER-NAME = "busdate.dat"
                   MOVE "Y" TO WS-BUSDATE-SWITCH
               END-IF
           END-IF.

       TAKE-SET-MEMBER-RECORD.
           CONTINUE.

       SET-MEMBER-READ-COMPLETE.
           MOVE MBR-MEMBER-STATE
               TO MBT-LIVE-STATE (MBR-MEMBER-NUMBER).
           MOVE MBR-RECORD-COUNT
               TO MBT-LIVE-COUNT (MBR-MEMBER-NUMBER).
           MOVE MBR-KEY-HASH
               TO MBT-LIVE-HASH (MBR-MEMBER-NUMBER).

       PROVE-RESTORED-MEMBER.
           IF MBT-MEMBER-RESTORED (WS-MEMBER-SUB)
               IF MBT-LIVE-STATE (WS-MEMBER-SUB) NOT = "Y"
                  OR MBT-LIVE-COUNT (WS-MEMBER-SUB)
                      NOT = MBT-MANIFEST-COUNT (WS-MEMBER-SUB)
                  OR MBT-LIVE-HASH (WS-MEMBER-SUB)
                      NOT = MBT-MANIFEST-HASH (WS-MEMBER-SUB)
                   DISPLAY "*** " MBT-MEMBER-NAME (WS-MEMBER-SUB)
                       " RESTORED " MBT-LIVE-COUNT (WS-MEMBER-SUB)
                       " RECORDS, MANIFEST SAYS "
                       MBT-MANIFEST-COUNT (WS-MEMBER-SUB)
                   ADD 1 TO WS-MEMBERS-FAILED
               END-IF
           END-IF.

       RESTORE-ALL-SET-MEMBERS.
           PERFORM RESTORE-MBR-BACKORD.
           PERFORM RESTORE-MBR-BALCTL.
           PERFORM RESTORE-MBR-BRMAST.
           PERFORM RESTORE-MBR-BUSDATE.
           PERFORM RESTORE-MBR-CHKNXT.
           PERFORM RESTORE-MBR-CNTCTL.
           PERFORM RESTORE-MBR-CNTLINE.
           PERFORM RESTORE-MBR-COLNOTES.
           PERFORM RESTORE-MBR-COMRATE.
           PERFORM RESTORE-MBR-CREDHOLD.
           PERFORM RESTORE-MBR-CREDNXT.
           PERFORM RESTORE-MBR-CUSTACT.
           PERFORM RESTORE-MBR-CUSTBAL.
           PERFORM RESTORE-MBR-CUSTCRED.
           PERFORM RESTORE-MBR-CUSTCTL.
           PERFORM RESTORE-MBR-CUSTFRT.
           PERFORM RESTORE-MBR-CUSTHIER.
           PERFORM RESTORE-MBR-CUSTHIST.
           PERFORM RESTORE-MBR-CUSTNXID.
           PERFORM RESTORE-MBR-CUSTOMER.
           PERFORM RESTORE-MBR-CUSTPROF.
           PERFORM RESTORE-MBR-CUSTREP.
           PERFORM RESTORE-MBR-CUSTTERM.
           PERFORM RESTORE-MBR-CUSTXREF.
           PERFORM RESTORE-MBR-DEPTBUD.
           PERFORM RESTORE-MBR-DEPTHIST.
           PERFORM RESTORE-MBR-DEPTMAST.
           PERFORM RESTORE-MBR-DEPTMGN.
           PERFORM RESTORE-MBR-DEPTWTD.
           PERFORM RESTORE-MBR-DUNLEVEL.
           PERFORM RESTORE-MBR-EMPACCR.
           PERFORM RESTORE-MBR-EMPDED.
           PERFORM RESTORE-MBR-EMPHWK.
           PERFORM RESTORE-MBR-EMPLOYEE.
           PERFORM RESTORE-MBR-EMPYTD.
           PERFORM RESTORE-MBR-FREIGHT.
           PERFORM RESTORE-MBR-GLEXTLOG.
           PERFORM RESTORE-MBR-GLMAP.
           PERFORM RESTORE-MBR-GLPERIOD.
           PERFORM RESTORE-MBR-HOLIDAY.
           PERFORM RESTORE-MBR-INVGL.
           PERFORM RESTORE-MBR-INVNXT.
           PERFORM RESTORE-MBR-INVREG.
           PERFORM RESTORE-MBR-INVVAL.
           PERFORM RESTORE-MBR-ITEMMAST.
           PERFORM RESTORE-MBR-ITEMMOVE.
           PERFORM RESTORE-MBR-LEAVEREQ.
           PERFORM RESTORE-MBR-MEGATE.
           PERFORM RESTORE-MBR-MEOVRD.
           PERFORM RESTORE-MBR-OPENITEM.
           PERFORM RESTORE-MBR-OPER.
           PERFORM RESTORE-MBR-OPSROSTR.
           PERFORM RESTORE-MBR-ORDERLIN.
           PERFORM RESTORE-MBR-ORDMTD.
           PERFORM RESTORE-MBR-ORDNXT.
           PERFORM RESTORE-MBR-ORDPICK.
           PERFORM RESTORE-MBR-ORDSUSP.
           PERFORM RESTORE-MBR-ORDXHOLD.
           PERFORM RESTORE-MBR-PAYAPPLY.
           PERFORM RESTORE-MBR-PAYRATE.
           PERFORM RESTORE-MBR-PAYSUSP.
           PERFORM RESTORE-MBR-POLINE.
           PERFORM RESTORE-MBR-PONXT.
           PERFORM RESTORE-MBR-POSUGG.
           PERFORM RESTORE-MBR-PRCAGR.
           PERFORM RESTORE-MBR-PRCCHG.
           PERFORM RESTORE-MBR-PRCHIST.
           PERFORM RESTORE-MBR-QUOTE.
           PERFORM RESTORE-MBR-QUOTNXT.
           PERFORM RESTORE-MBR-REFNXT.
           PERFORM RESTORE-MBR-RETNTBL.
           PERFORM RESTORE-MBR-RPTROUTE.
           PERFORM RESTORE-MBR-SHIPTO.
           PERFORM RESTORE-MBR-SLSPER.
           PERFORM RESTORE-MBR-STNDORD.
           PERFORM RESTORE-MBR-TAXEXMPT.
           PERFORM RESTORE-MBR-TAXRATE.
           PERFORM RESTORE-MBR-TERMS.
           PERFORM RESTORE-MBR-TIMECARD.
           PERFORM RESTORE-MBR-TRADPTNR.
           PERFORM RESTORE-MBR-UNAPCASH.
           PERFORM RESTORE-MBR-UNCLPROP.
           PERFORM RESTORE-MBR-VENDOR.

       RESTORE-MBR-BACKORD.
           MOVE 1 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-BACKORD-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-BACKORD
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-BACKORD-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-BACKORD.
           MOVE BKS-MEMBER-RECORD TO MBR-BACKORD-RECORD.
           WRITE MBR-BACKORD-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-BALCTL.
           MOVE 2 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-BALCTL-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-BALCTL
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-BALCTL-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-BALCTL.
           MOVE BKS-MEMBER-RECORD TO MBR-BALCTL-RECORD.
           WRITE MBR-BALCTL-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-BRMAST.
           MOVE 3 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-BRMAST-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-BRMAST
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-BRMAST-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-BRMAST.
           MOVE BKS-MEMBER-RECORD TO MBR-BRMAST-RECORD.
           WRITE MBR-BRMAST-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-BUSDATE.
           MOVE 4 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-BUSDATE-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-BUSDATE
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-BUSDATE-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-BUSDATE.
           MOVE BKS-MEMBER-RECORD TO MBR-BUSDATE-RECORD.
           WRITE MBR-BUSDATE-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-CHKNXT.
           MOVE 5 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-CHKNXT-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-CHKNXT
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-CHKNXT-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-CHKNXT.
           MOVE BKS-MEMBER-RECORD TO MBR-CHKNXT-RECORD.
           WRITE MBR-CHKNXT-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-CNTCTL.
           MOVE 6 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-CNTCTL-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-CNTCTL
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-CNTCTL-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-CNTCTL.
           MOVE BKS-MEMBER-RECORD TO MBR-CNTCTL-RECORD.
           WRITE MBR-CNTCTL-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-CNTLINE.
           MOVE 7 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-CNTLINE-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-CNTLINE
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-CNTLINE-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-CNTLINE.
           MOVE BKS-MEMBER-RECORD TO MBR-CNTLINE-RECORD.
           WRITE MBR-CNTLINE-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-COLNOTES.
           MOVE 8 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-COLNOTES-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-COLNOTES
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-COLNOTES-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-COLNOTES.
           MOVE BKS-MEMBER-RECORD TO MBR-COLNOTES-RECORD.
           WRITE MBR-COLNOTES-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-COMRATE.
           MOVE 9 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-COMRATE-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-COMRATE
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-COMRATE-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-COMRATE.
           MOVE BKS-MEMBER-RECORD TO MBR-COMRATE-RECORD.
           WRITE MBR-COMRATE-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-CREDHOLD.
           MOVE 10 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-CREDHOLD-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-CREDHOLD
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-CREDHOLD-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-CREDHOLD.
           MOVE BKS-MEMBER-RECORD TO MBR-CREDHOLD-RECORD.
           WRITE MBR-CREDHOLD-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-CREDNXT.
           MOVE 11 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-CREDNXT-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-CREDNXT
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-CREDNXT-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-CREDNXT.
           MOVE BKS-MEMBER-RECORD TO MBR-CREDNXT-RECORD.
           WRITE MBR-CREDNXT-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-CUSTACT.
           MOVE 12 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-CUSTACT-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-CUSTACT
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-CUSTACT-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-CUSTACT.
           MOVE BKS-MEMBER-RECORD TO MBR-CUSTACT-RECORD.
           WRITE MBR-CUSTACT-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-CUSTBAL.
           MOVE 13 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-CUSTBAL-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-CUSTBAL
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-CUSTBAL-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-CUSTBAL.
           MOVE BKS-MEMBER-RECORD TO MBR-CUSTBAL-RECORD.
           WRITE MBR-CUSTBAL-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-CUSTCRED.
           MOVE 14 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-CUSTCRED-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-CUSTCRED
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-CUSTCRED-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-CUSTCRED.
           MOVE BKS-MEMBER-RECORD TO MBR-CUSTCRED-RECORD.
           WRITE MBR-CUSTCRED-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-CUSTCTL.
           MOVE 15 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-CUSTCTL-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-CUSTCTL
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-CUSTCTL-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-CUSTCTL.
           MOVE BKS-MEMBER-RECORD TO MBR-CUSTCTL-RECORD.
           WRITE MBR-CUSTCTL-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-CUSTFRT.
           MOVE 16 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-CUSTFRT-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-CUSTFRT
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-CUSTFRT-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-CUSTFRT.
           MOVE BKS-MEMBER-RECORD TO MBR-CUSTFRT-RECORD.
           WRITE MBR-CUSTFRT-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-CUSTHIER.
           MOVE 17 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-CUSTHIER-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-CUSTHIER
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-CUSTHIER-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-CUSTHIER.
           MOVE BKS-MEMBER-RECORD TO MBR-CUSTHIER-RECORD.
           WRITE MBR-CUSTHIER-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-CUSTHIST.
           MOVE 18 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-CUSTHIST-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-CUSTHIST
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-CUSTHIST-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-CUSTHIST.
           MOVE BKS-MEMBER-RECORD TO MBR-CUSTHIST-RECORD.
           WRITE MBR-CUSTHIST-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-CUSTNXID.
           MOVE 19 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-CUSTNXID-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-CUSTNXID
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-CUSTNXID-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-CUSTNXID.
           MOVE BKS-MEMBER-RECORD TO MBR-CUSTNXID-RECORD.
           WRITE MBR-CUSTNXID-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-CUSTOMER.
           MOVE 20 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-CUSTOMER-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-CUSTOMER
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-CUSTOMER-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-CUSTOMER.
           MOVE BKS-MEMBER-RECORD TO MBR-CUSTOMER-RECORD.
           WRITE MBR-CUSTOMER-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-CUSTPROF.
           MOVE 21 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-CUSTPROF-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-CUSTPROF
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-CUSTPROF-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-CUSTPROF.
           MOVE BKS-MEMBER-RECORD TO MBR-CUSTPROF-RECORD.
           WRITE MBR-CUSTPROF-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-CUSTREP.
           MOVE 22 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-CUSTREP-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-CUSTREP
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-CUSTREP-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-CUSTREP.
           MOVE BKS-MEMBER-RECORD TO MBR-CUSTREP-RECORD.
           WRITE MBR-CUSTREP-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-CUSTTERM.
           MOVE 23 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-CUSTTERM-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-CUSTTERM
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-CUSTTERM-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-CUSTTERM.
           MOVE BKS-MEMBER-RECORD TO MBR-CUSTTERM-RECORD.
           WRITE MBR-CUSTTERM-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-CUSTXREF.
           MOVE 24 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-CUSTXREF-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-CUSTXREF
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-CUSTXREF-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-CUSTXREF.
           MOVE BKS-MEMBER-RECORD TO MBR-CUSTXREF-RECORD.
           WRITE MBR-CUSTXREF-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-DEPTBUD.
           MOVE 25 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-DEPTBUD-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-DEPTBUD
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-DEPTBUD-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-DEPTBUD.
           MOVE BKS-MEMBER-RECORD TO MBR-DEPTBUD-RECORD.
           WRITE MBR-DEPTBUD-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-DEPTHIST.
           MOVE 26 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-DEPTHIST-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-DEPTHIST
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-DEPTHIST-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-DEPTHIST.
           MOVE BKS-MEMBER-RECORD TO MBR-DEPTHIST-RECORD.
           WRITE MBR-DEPTHIST-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-DEPTMAST.
           MOVE 27 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-DEPTMAST-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-DEPTMAST
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-DEPTMAST-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-DEPTMAST.
           MOVE BKS-MEMBER-RECORD TO MBR-DEPTMAST-RECORD.
           WRITE MBR-DEPTMAST-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-DEPTMGN.
           MOVE 28 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-DEPTMGN-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-DEPTMGN
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-DEPTMGN-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-DEPTMGN.
           MOVE BKS-MEMBER-RECORD TO MBR-DEPTMGN-RECORD.
           WRITE MBR-DEPTMGN-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-DEPTWTD.
           MOVE 29 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-DEPTWTD-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-DEPTWTD
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-DEPTWTD-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-DEPTWTD.
           MOVE BKS-MEMBER-RECORD TO MBR-DEPTWTD-RECORD.
           WRITE MBR-DEPTWTD-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-DUNLEVEL.
           MOVE 30 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-DUNLEVEL-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-DUNLEVEL
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-DUNLEVEL-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-DUNLEVEL.
           MOVE BKS-MEMBER-RECORD TO MBR-DUNLEVEL-RECORD.
           WRITE MBR-DUNLEVEL-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-EMPACCR.
           MOVE 31 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-EMPACCR-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-EMPACCR
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-EMPACCR-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-EMPACCR.
           MOVE BKS-MEMBER-RECORD TO MBR-EMPACCR-RECORD.
           WRITE MBR-EMPACCR-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-EMPDED.
           MOVE 32 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-EMPDED-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-EMPDED
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-EMPDED-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-EMPDED.
           MOVE BKS-MEMBER-RECORD TO MBR-EMPDED-RECORD.
           WRITE MBR-EMPDED-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-EMPHWK.
           MOVE 33 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-EMPHWK-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-EMPHWK
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-EMPHWK-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-EMPHWK.
           MOVE BKS-MEMBER-RECORD TO MBR-EMPHWK-RECORD.
           WRITE MBR-EMPHWK-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-EMPLOYEE.
           MOVE 34 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-EMPLOYEE-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-EMPLOYEE
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-EMPLOYEE-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-EMPLOYEE.
           MOVE BKS-MEMBER-RECORD TO MBR-EMPLOYEE-RECORD.
           WRITE MBR-EMPLOYEE-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-EMPYTD.
           MOVE 35 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-EMPYTD-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-EMPYTD
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-EMPYTD-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-EMPYTD.
           MOVE BKS-MEMBER-RECORD TO MBR-EMPYTD-RECORD.
           WRITE MBR-EMPYTD-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-FREIGHT.
           MOVE 36 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-FREIGHT-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-FREIGHT
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-FREIGHT-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-FREIGHT.
           MOVE BKS-MEMBER-RECORD TO MBR-FREIGHT-RECORD.
           WRITE MBR-FREIGHT-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-GLEXTLOG.
           MOVE 37 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-GLEXTLOG-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-GLEXTLOG
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-GLEXTLOG-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-GLEXTLOG.
           MOVE BKS-MEMBER-RECORD TO MBR-GLEXTLOG-RECORD.
           WRITE MBR-GLEXTLOG-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-GLMAP.
           MOVE 38 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-GLMAP-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-GLMAP
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-GLMAP-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-GLMAP.
           MOVE BKS-MEMBER-RECORD TO MBR-GLMAP-RECORD.
           WRITE MBR-GLMAP-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-GLPERIOD.
           MOVE 39 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-GLPERIOD-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-GLPERIOD
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-GLPERIOD-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-GLPERIOD.
           MOVE BKS-MEMBER-RECORD TO MBR-GLPERIOD-RECORD.
           WRITE MBR-GLPERIOD-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-HOLIDAY.
           MOVE 40 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-HOLIDAY-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-HOLIDAY
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-HOLIDAY-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-HOLIDAY.
           MOVE BKS-MEMBER-RECORD TO MBR-HOLIDAY-RECORD.
           WRITE MBR-HOLIDAY-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-INVGL.
           MOVE 41 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-INVGL-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-INVGL
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-INVGL-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-INVGL.
           MOVE BKS-MEMBER-RECORD TO MBR-INVGL-RECORD.
           WRITE MBR-INVGL-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-INVNXT.
           MOVE 42 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-INVNXT-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-INVNXT
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-INVNXT-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-INVNXT.
           MOVE BKS-MEMBER-RECORD TO MBR-INVNXT-RECORD.
           WRITE MBR-INVNXT-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-INVREG.
           MOVE 43 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-INVREG-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-INVREG
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-INVREG-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-INVREG.
           MOVE BKS-MEMBER-RECORD TO MBR-INVREG-RECORD.
           WRITE MBR-INVREG-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-INVVAL.
           MOVE 44 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-INVVAL-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-INVVAL
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-INVVAL-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-INVVAL.
           MOVE BKS-MEMBER-RECORD TO MBR-INVVAL-RECORD.
           WRITE MBR-INVVAL-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-ITEMMAST.
           MOVE 45 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-ITEMMAST-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-ITEMMAST
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-ITEMMAST-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-ITEMMAST.
           MOVE BKS-MEMBER-RECORD TO MBR-ITEMMAST-RECORD.
           WRITE MBR-ITEMMAST-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-ITEMMOVE.
           MOVE 46 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-ITEMMOVE-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-ITEMMOVE
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-ITEMMOVE-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-ITEMMOVE.
           MOVE BKS-MEMBER-RECORD TO MBR-ITEMMOVE-RECORD.
           WRITE MBR-ITEMMOVE-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-LEAVEREQ.
           MOVE 47 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-LEAVEREQ-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-LEAVEREQ
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-LEAVEREQ-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-LEAVEREQ.
           MOVE BKS-MEMBER-RECORD TO MBR-LEAVEREQ-RECORD.
           WRITE MBR-LEAVEREQ-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-MEGATE.
           MOVE 48 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-MEGATE-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-MEGATE
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-MEGATE-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-MEGATE.
           MOVE BKS-MEMBER-RECORD TO MBR-MEGATE-RECORD.
           WRITE MBR-MEGATE-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-MEOVRD.
           MOVE 49 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-MEOVRD-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-MEOVRD
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-MEOVRD-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-MEOVRD.
           MOVE BKS-MEMBER-RECORD TO MBR-MEOVRD-RECORD.
           WRITE MBR-MEOVRD-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-OPENITEM.
           MOVE 50 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-OPENITEM-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-OPENITEM
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-OPENITEM-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-OPENITEM.
           MOVE BKS-MEMBER-RECORD TO MBR-OPENITEM-RECORD.
           WRITE MBR-OPENITEM-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-OPER.
           MOVE 51 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-OPER-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-OPER
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-OPER-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-OPER.
           MOVE BKS-MEMBER-RECORD TO MBR-OPER-RECORD.
           WRITE MBR-OPER-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-OPSROSTR.
           MOVE 52 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-OPSROSTR-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-OPSROSTR
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-OPSROSTR-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-OPSROSTR.
           MOVE BKS-MEMBER-RECORD TO MBR-OPSROSTR-RECORD.
           WRITE MBR-OPSROSTR-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-ORDERLIN.
           MOVE 53 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-ORDERLIN-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-ORDERLIN
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-ORDERLIN-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-ORDERLIN.
           MOVE BKS-MEMBER-RECORD TO MBR-ORDERLIN-RECORD.
           WRITE MBR-ORDERLIN-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-ORDMTD.
           MOVE 54 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-ORDMTD-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-ORDMTD
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-ORDMTD-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-ORDMTD.
           MOVE BKS-MEMBER-RECORD TO MBR-ORDMTD-RECORD.
           WRITE MBR-ORDMTD-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-ORDNXT.
           MOVE 55 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-ORDNXT-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-ORDNXT
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-ORDNXT-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-ORDNXT.
           MOVE BKS-MEMBER-RECORD TO MBR-ORDNXT-RECORD.
           WRITE MBR-ORDNXT-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-ORDPICK.
           MOVE 56 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-ORDPICK-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-ORDPICK
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-ORDPICK-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-ORDPICK.
           MOVE BKS-MEMBER-RECORD TO MBR-ORDPICK-RECORD.
           WRITE MBR-ORDPICK-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-ORDSUSP.
           MOVE 57 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-ORDSUSP-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-ORDSUSP
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-ORDSUSP-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-ORDSUSP.
           MOVE BKS-MEMBER-RECORD TO MBR-ORDSUSP-RECORD.
           WRITE MBR-ORDSUSP-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-ORDXHOLD.
           MOVE 58 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-ORDXHOLD-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-ORDXHOLD
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-ORDXHOLD-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-ORDXHOLD.
           MOVE BKS-MEMBER-RECORD TO MBR-ORDXHOLD-RECORD.
           WRITE MBR-ORDXHOLD-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-PAYAPPLY.
           MOVE 59 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-PAYAPPLY-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-PAYAPPLY
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-PAYAPPLY-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-PAYAPPLY.
           MOVE BKS-MEMBER-RECORD TO MBR-PAYAPPLY-RECORD.
           WRITE MBR-PAYAPPLY-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-PAYRATE.
           MOVE 60 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-PAYRATE-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-PAYRATE
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-PAYRATE-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-PAYRATE.
           MOVE BKS-MEMBER-RECORD TO MBR-PAYRATE-RECORD.
           WRITE MBR-PAYRATE-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-PAYSUSP.
           MOVE 61 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-PAYSUSP-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-PAYSUSP
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-PAYSUSP-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-PAYSUSP.
           MOVE BKS-MEMBER-RECORD TO MBR-PAYSUSP-RECORD.
           WRITE MBR-PAYSUSP-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-POLINE.
           MOVE 62 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-POLINE-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-POLINE
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-POLINE-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-POLINE.
           MOVE BKS-MEMBER-RECORD TO MBR-POLINE-RECORD.
           WRITE MBR-POLINE-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-PONXT.
           MOVE 63 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-PONXT-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-PONXT
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-PONXT-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-PONXT.
           MOVE BKS-MEMBER-RECORD TO MBR-PONXT-RECORD.
           WRITE MBR-PONXT-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-POSUGG.
           MOVE 64 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-POSUGG-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-POSUGG
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-POSUGG-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-POSUGG.
           MOVE BKS-MEMBER-RECORD TO MBR-POSUGG-RECORD.
           WRITE MBR-POSUGG-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-PRCAGR.
           MOVE 65 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-PRCAGR-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-PRCAGR
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-PRCAGR-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-PRCAGR.
           MOVE BKS-MEMBER-RECORD TO MBR-PRCAGR-RECORD.
           WRITE MBR-PRCAGR-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-PRCCHG.
           MOVE 66 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-PRCCHG-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-PRCCHG
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-PRCCHG-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-PRCCHG.
           MOVE BKS-MEMBER-RECORD TO MBR-PRCCHG-RECORD.
           WRITE MBR-PRCCHG-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-PRCHIST.
           MOVE 67 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-PRCHIST-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-PRCHIST
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-PRCHIST-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-PRCHIST.
           MOVE BKS-MEMBER-RECORD TO MBR-PRCHIST-RECORD.
           WRITE MBR-PRCHIST-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-QUOTE.
           MOVE 68 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-QUOTE-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-QUOTE
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-QUOTE-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-QUOTE.
           MOVE BKS-MEMBER-RECORD TO MBR-QUOTE-RECORD.
           WRITE MBR-QUOTE-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-QUOTNXT.
           MOVE 69 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-QUOTNXT-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-QUOTNXT
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-QUOTNXT-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-QUOTNXT.
           MOVE BKS-MEMBER-RECORD TO MBR-QUOTNXT-RECORD.
           WRITE MBR-QUOTNXT-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-REFNXT.
           MOVE 70 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-REFNXT-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-REFNXT
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-REFNXT-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-REFNXT.
           MOVE BKS-MEMBER-RECORD TO MBR-REFNXT-RECORD.
           WRITE MBR-REFNXT-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-RETNTBL.
           MOVE 71 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-RETNTBL-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-RETNTBL
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-RETNTBL-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-RETNTBL.
           MOVE BKS-MEMBER-RECORD TO MBR-RETNTBL-RECORD.
           WRITE MBR-RETNTBL-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-RPTROUTE.
           MOVE 72 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-RPTROUTE-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-RPTROUTE
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-RPTROUTE-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-RPTROUTE.
           MOVE BKS-MEMBER-RECORD TO MBR-RPTROUTE-RECORD.
           WRITE MBR-RPTROUTE-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-SHIPTO.
           MOVE 73 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-SHIPTO-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-SHIPTO
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-SHIPTO-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-SHIPTO.
           MOVE BKS-MEMBER-RECORD TO MBR-SHIPTO-RECORD.
           WRITE MBR-SHIPTO-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-SLSPER.
           MOVE 74 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-SLSPER-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-SLSPER
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-SLSPER-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-SLSPER.
           MOVE BKS-MEMBER-RECORD TO MBR-SLSPER-RECORD.
           WRITE MBR-SLSPER-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-STNDORD.
           MOVE 75 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-STNDORD-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-STNDORD
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-STNDORD-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-STNDORD.
           MOVE BKS-MEMBER-RECORD TO MBR-STNDORD-RECORD.
           WRITE MBR-STNDORD-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-TAXEXMPT.
           MOVE 76 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-TAXEXMPT-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-TAXEXMPT
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-TAXEXMPT-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-TAXEXMPT.
           MOVE BKS-MEMBER-RECORD TO MBR-TAXEXMPT-RECORD.
           WRITE MBR-TAXEXMPT-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-TAXRATE.
           MOVE 77 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-TAXRATE-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-TAXRATE
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-TAXRATE-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-TAXRATE.
           MOVE BKS-MEMBER-RECORD TO MBR-TAXRATE-RECORD.
           WRITE MBR-TAXRATE-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-TERMS.
           MOVE 78 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-TERMS-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-TERMS
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-TERMS-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-TERMS.
           MOVE BKS-MEMBER-RECORD TO MBR-TERMS-RECORD.
           WRITE MBR-TERMS-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-TIMECARD.
           MOVE 79 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-TIMECARD-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-TIMECARD
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-TIMECARD-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-TIMECARD.
           MOVE BKS-MEMBER-RECORD TO MBR-TIMECARD-RECORD.
           WRITE MBR-TIMECARD-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-TRADPTNR.
           MOVE 80 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-TRADPTNR-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-TRADPTNR
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-TRADPTNR-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-TRADPTNR.
           MOVE BKS-MEMBER-RECORD TO MBR-TRADPTNR-RECORD.
           WRITE MBR-TRADPTNR-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-UNAPCASH.
           MOVE 81 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-UNAPCASH-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-UNAPCASH
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-UNAPCASH-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-UNAPCASH.
           MOVE BKS-MEMBER-RECORD TO MBR-UNAPCASH-RECORD.
           WRITE MBR-UNAPCASH-RECORD.
           ADD 1 TO WS-MEMBER-RESTORED.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-UNCLPROP.
           MOVE 82 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-UNCLPROP-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-UNCLPROP
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-UNCLPROP-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-UNCLPROP.
           MOVE BKS-MEMBER-RECORD TO MBR-UNCLPROP-RECORD.
           WRITE MBR-UNCLPROP-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

       RESTORE-MBR-VENDOR.
           MOVE 83 TO MBR-MEMBER-NUMBER.
           PERFORM START-MEMBER-RESTORE.
           IF RESTORE-THIS-MEMBER
               OPEN OUTPUT MBR-VENDOR-FILE
               PERFORM CHECK-RESTORE-OPEN
           END-IF.
           IF RESTORE-THIS-MEMBER
               PERFORM RESTORE-ONE-MBR-VENDOR
                   UNTIL BSET-END-OF-FILE
                      OR BKS-MEMBER-NAME NOT = MBR-MEMBER-NAME
               CLOSE MBR-VENDOR-FILE
           END-IF.
           PERFORM FINISH-MEMBER-RESTORE.

       RESTORE-ONE-MBR-VENDOR.
           MOVE BKS-MEMBER-RECORD TO MBR-VENDOR-RECORD.
           WRITE MBR-VENDOR-RECORD
               INVALID KEY
                   ADD 1 TO WS-MEMBER-REJECTS
               NOT INVALID KEY
                   ADD 1 TO WS-MEMBER-RESTORED
           END-WRITE.
           PERFORM READ-BACKUP-SET.

           COPY BSETPD.
           COPY ABENDPD.
