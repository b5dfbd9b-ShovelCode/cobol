      ******************************************************************
      * BSETPD - PROCEDURE DIVISION paragraphs for the nightly backup
      *          set. See BSETSEL. PERFORM READ-ALL-SET-MEMBERS reads
      *          every member file (or only MBR-SELECTED-NAME) from
      *          the first record to the last. For each record it
      *          counts it, adds its position-weighted key hash - the
      *          same hash BKUPVRFY proves customer.dat with - and
      *          PERFORMs TAKE-SET-MEMBER-RECORD with the record in
      *          MBR-MEMBER-RECORD; after each member it PERFORMs
      *          SET-MEMBER-READ-COMPLETE with the member's state,
      *          count and hash in MBR-CURRENT-MEMBER. The calling
      *          program supplies both of those paragraphs.
      *          LOAD-BACKUP-MANIFEST and TALLY-BACKUP-SET read the
      *          night's manifest and set file (WS-MANIFEST-DATE,
      *          WS-SET-DATE) into MEMBER-TOTALS-TABLE; a set record
      *          whose member name is not in the table is counted in
      *          BSET-UNLISTED-RECORDS.
      ******************************************************************
       READ-ALL-SET-MEMBERS.
           PERFORM READ-MBR-BACKORD.
           PERFORM READ-MBR-BALCTL.
           PERFORM READ-MBR-BRMAST.
           PERFORM READ-MBR-BUSDATE.
           PERFORM READ-MBR-CHKNXT.
           PERFORM READ-MBR-CNTCTL.
           PERFORM READ-MBR-CNTLINE.
           PERFORM READ-MBR-COLNOTES.
           PERFORM READ-MBR-COMRATE.
           PERFORM READ-MBR-CREDHOLD.
           PERFORM READ-MBR-CREDNXT.
           PERFORM READ-MBR-CUSTACT.
           PERFORM READ-MBR-CUSTBAL.
           PERFORM READ-MBR-CUSTCRED.
           PERFORM READ-MBR-CUSTCTL.
           PERFORM READ-MBR-CUSTFRT.
           PERFORM READ-MBR-CUSTHIER.
           PERFORM READ-MBR-CUSTHIST.
           PERFORM READ-MBR-CUSTNXID.
           PERFORM READ-MBR-CUSTOMER.
           PERFORM READ-MBR-CUSTPROF.
           PERFORM READ-MBR-CUSTREP.
           PERFORM READ-MBR-CUSTTERM.
           PERFORM READ-MBR-CUSTXREF.
           PERFORM READ-MBR-DEPTBUD.
           PERFORM READ-MBR-DEPTHIST.
           PERFORM READ-MBR-DEPTMAST.
           PERFORM READ-MBR-DEPTMGN.
           PERFORM READ-MBR-DEPTWTD.
           PERFORM READ-MBR-DUNLEVEL.
           PERFORM READ-MBR-EMPACCR.
           PERFORM READ-MBR-EMPDED.
           PERFORM READ-MBR-EMPHWK.
           PERFORM READ-MBR-EMPLOYEE.
           PERFORM READ-MBR-EMPYTD.
           PERFORM READ-MBR-FREIGHT.
           PERFORM READ-MBR-GLEXTLOG.
           PERFORM READ-MBR-GLMAP.
           PERFORM READ-MBR-GLPERIOD.
           PERFORM READ-MBR-HOLIDAY.
           PERFORM READ-MBR-INVGL.
           PERFORM READ-MBR-INVNXT.
           PERFORM READ-MBR-INVREG.
           PERFORM READ-MBR-INVVAL.
           PERFORM READ-MBR-ITEMMAST.
           PERFORM READ-MBR-ITEMMOVE.
           PERFORM READ-MBR-LEAVEREQ.
           PERFORM READ-MBR-MEGATE.
           PERFORM READ-MBR-MEOVRD.
           PERFORM READ-MBR-OPENITEM.
           PERFORM READ-MBR-OPER.
           PERFORM READ-MBR-OPSROSTR.
           PERFORM READ-MBR-ORDERLIN.
           PERFORM READ-MBR-ORDMTD.
           PERFORM READ-MBR-ORDNXT.
           PERFORM READ-MBR-ORDPICK.
           PERFORM READ-MBR-ORDSUSP.
           PERFORM READ-MBR-ORDXHOLD.
           PERFORM READ-MBR-PAYAPPLY.
           PERFORM READ-MBR-PAYRATE.
           PERFORM READ-MBR-PAYSUSP.
           PERFORM READ-MBR-POLINE.
           PERFORM READ-MBR-PONXT.
           PERFORM READ-MBR-POSUGG.
           PERFORM READ-MBR-PRCAGR.
           PERFORM READ-MBR-PRCCHG.
           PERFORM READ-MBR-PRCHIST.
           PERFORM READ-MBR-QUOTE.
           PERFORM READ-MBR-QUOTNXT.
           PERFORM READ-MBR-REFNXT.
           PERFORM READ-MBR-RETNTBL.
           PERFORM READ-MBR-RPTROUTE.
           PERFORM READ-MBR-SHIPTO.
           PERFORM READ-MBR-SLSPER.
           PERFORM READ-MBR-STNDORD.
           PERFORM READ-MBR-TAXEXMPT.
           PERFORM READ-MBR-TAXRATE.
           PERFORM READ-MBR-TERMS.
           PERFORM READ-MBR-TIMECARD.
           PERFORM READ-MBR-TRADPTNR.
           PERFORM READ-MBR-UNAPCASH.
           PERFORM READ-MBR-UNCLPROP.
           PERFORM READ-MBR-VENDOR.

       LOAD-BACKUP-MANIFEST.
           MOVE "N" TO BSET-MANIFEST-SWITCH.
           MOVE "N" TO BSET-EOF-SWITCH.
           OPEN INPUT BACKUP-MANIFEST-FILE.
           IF BACKUP-MANIFEST-STATUS = "00"
               MOVE "Y" TO BSET-MANIFEST-SWITCH
               PERFORM READ-BACKUP-MANIFEST
               PERFORM LOAD-ONE-MANIFEST-LINE
                   UNTIL BSET-END-OF-FILE
               CLOSE BACKUP-MANIFEST-FILE
           END-IF.

       READ-BACKUP-MANIFEST.
           READ BACKUP-MANIFEST-FILE
               AT END
                   MOVE "Y" TO BSET-EOF-SWITCH
           END-READ.

       LOAD-ONE-MANIFEST-LINE.
           SET MBT-IDX TO 1.
           SEARCH MEMBER-ENTRY
               AT END
                   CONTINUE
               WHEN MBT-MEMBER-NAME (MBT-IDX) = BKM-MEMBER-NAME
                   SET BSET-TABLE-SUB TO MBT-IDX
                   MOVE BKM-MEMBER-STATE
                       TO MBT-MANIFEST-STATE (BSET-TABLE-SUB)
                   MOVE BKM-RECORD-COUNT
                       TO MBT-MANIFEST-COUNT (BSET-TABLE-SUB)
                   MOVE BKM-KEY-HASH
                       TO MBT-MANIFEST-HASH (BSET-TABLE-SUB)
           END-SEARCH.
           PERFORM READ-BACKUP-MANIFEST.

       TALLY-BACKUP-SET.
           MOVE "N" TO BSET-SET-SWITCH.
           MOVE "N" TO BSET-EOF-SWITCH.
           MOVE SPACES TO BSET-LAST-MEMBER-NAME.
           MOVE 0 TO BSET-TABLE-SUB.
           OPEN INPUT BACKUP-SET-FILE.
           IF BACKUP-SET-STATUS = "00"
               MOVE "Y" TO BSET-SET-SWITCH
               PERFORM READ-BACKUP-SET
               PERFORM TALLY-ONE-SET-RECORD
                   UNTIL BSET-END-OF-FILE
               CLOSE BACKUP-SET-FILE
           END-IF.

       READ-BACKUP-SET.
           READ BACKUP-SET-FILE
               AT END
                   MOVE "Y" TO BSET-EOF-SWITCH
           END-READ.

       TALLY-ONE-SET-RECORD.
           IF BKS-MEMBER-NAME NOT = BSET-LAST-MEMBER-NAME
               MOVE BKS-MEMBER-NAME TO BSET-LAST-MEMBER-NAME
               MOVE 0 TO BSET-TABLE-SUB
               SET MBT-IDX TO 1
               SEARCH MEMBER-ENTRY
                   AT END
                       CONTINUE
                   WHEN MBT-MEMBER-NAME (MBT-IDX) = BKS-MEMBER-NAME
                       SET BSET-TABLE-SUB TO MBT-IDX
               END-SEARCH
           END-IF.
           IF BSET-TABLE-SUB = 0
               ADD 1 TO BSET-UNLISTED-RECORDS
           ELSE
               ADD 1 TO MBT-SET-COUNT (BSET-TABLE-SUB)
               MOVE MBT-HASH-LENGTH (BSET-TABLE-SUB) TO MBR-HASH-LENGTH
               MOVE BKS-MEMBER-RECORD (1:MBR-HASH-LENGTH)
                   TO MBR-HASH-KEY
               PERFORM HASH-SET-MEMBER-KEY
               ADD MBR-HASH-WORK TO MBT-SET-HASH (BSET-TABLE-SUB)
           END-IF.
           PERFORM READ-BACKUP-SET.

       START-SET-MEMBER.
           MOVE MBT-MEMBER-NAME (MBR-MEMBER-NUMBER) TO MBR-MEMBER-NAME.
           MOVE MBT-HASH-LENGTH (MBR-MEMBER-NUMBER) TO MBR-HASH-LENGTH.
           MOVE 0   TO MBR-RECORD-COUNT.
           MOVE 0   TO MBR-KEY-HASH.
           MOVE "N" TO MBR-EOF-SWITCH.
           MOVE SPACES TO MBR-OPEN-STATUS.
           IF MBR-SELECTED-NAME = SPACES
              OR MBR-SELECTED-NAME = MBR-MEMBER-NAME
               MOVE "Y" TO MBR-MEMBER-STATE
           ELSE
               MOVE "S" TO MBR-MEMBER-STATE
           END-IF.

       CHECK-SET-MEMBER-OPEN.
           MOVE SET-MEMBER-STATUS TO MBR-OPEN-STATUS.
           EVALUATE SET-MEMBER-STATUS
               WHEN "00"
                   MOVE "Y" TO MBR-MEMBER-STATE
               WHEN "35"
                   MOVE "N" TO MBR-MEMBER-STATE
               WHEN OTHER
                   MOVE "E" TO MBR-MEMBER-STATE
           END-EVALUATE.

       TALLY-SET-MEMBER-RECORD.
           ADD 1 TO MBR-RECORD-COUNT.
           MOVE MBR-MEMBER-RECORD (1:MBR-HASH-LENGTH) TO MBR-HASH-KEY.
           PERFORM HASH-SET-MEMBER-KEY.
           ADD MBR-HASH-WORK TO MBR-KEY-HASH.
           PERFORM TAKE-SET-MEMBER-RECORD.

       HASH-SET-MEMBER-KEY.
      *    Position-weighted byte sum over the leading MBR-HASH-LENGTH
      *    bytes, so a dropped record and a duplicated one cannot
      *    cancel out the way a plain count can.
           MOVE 0 TO MBR-HASH-WORK.
           MOVE 1 TO MBR-HASH-SUB.
           PERFORM ADD-ONE-HASH-BYTE
               UNTIL MBR-HASH-SUB > MBR-HASH-LENGTH.

       ADD-ONE-HASH-BYTE.
           COMPUTE MBR-HASH-WORK = MBR-HASH-WORK
               + FUNCTION ORD (MBR-HASH-KEY (MBR-HASH-SUB:1))
               * MBR-HASH-SUB.
           ADD 1 TO MBR-HASH-SUB.

       READ-MBR-BACKORD.
           MOVE 1 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-BACKORD-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-BACKORD
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-BACKORD-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-BACKORD.
           READ MBR-BACKORD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-BACKORD-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-BALCTL.
           MOVE 2 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-BALCTL-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-BALCTL
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-BALCTL-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-BALCTL.
           READ MBR-BALCTL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-BALCTL-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-BRMAST.
           MOVE 3 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-BRMAST-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-BRMAST
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-BRMAST-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-BRMAST.
           READ MBR-BRMAST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-BRMAST-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-BUSDATE.
           MOVE 4 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-BUSDATE-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-BUSDATE
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-BUSDATE-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-BUSDATE.
           READ MBR-BUSDATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-BUSDATE-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-CHKNXT.
           MOVE 5 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-CHKNXT-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-CHKNXT
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-CHKNXT-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-CHKNXT.
           READ MBR-CHKNXT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-CHKNXT-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-CNTCTL.
           MOVE 6 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-CNTCTL-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-CNTCTL
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-CNTCTL-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-CNTCTL.
           READ MBR-CNTCTL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-CNTCTL-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-CNTLINE.
           MOVE 7 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-CNTLINE-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-CNTLINE
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-CNTLINE-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-CNTLINE.
           READ MBR-CNTLINE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-CNTLINE-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-COLNOTES.
           MOVE 8 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-COLNOTES-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-COLNOTES
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-COLNOTES-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-COLNOTES.
           READ MBR-COLNOTES-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-COLNOTES-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-COMRATE.
           MOVE 9 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-COMRATE-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-COMRATE
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-COMRATE-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-COMRATE.
           READ MBR-COMRATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-COMRATE-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-CREDHOLD.
           MOVE 10 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-CREDHOLD-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-CREDHOLD
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-CREDHOLD-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-CREDHOLD.
           READ MBR-CREDHOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-CREDHOLD-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-CREDNXT.
           MOVE 11 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-CREDNXT-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-CREDNXT
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-CREDNXT-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-CREDNXT.
           READ MBR-CREDNXT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-CREDNXT-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-CUSTACT.
           MOVE 12 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-CUSTACT-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-CUSTACT
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-CUSTACT-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-CUSTACT.
           READ MBR-CUSTACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-CUSTACT-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-CUSTBAL.
           MOVE 13 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-CUSTBAL-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-CUSTBAL
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-CUSTBAL-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-CUSTBAL.
           READ MBR-CUSTBAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-CUSTBAL-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-CUSTCRED.
           MOVE 14 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-CUSTCRED-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-CUSTCRED
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-CUSTCRED-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-CUSTCRED.
           READ MBR-CUSTCRED-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-CUSTCRED-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-CUSTCTL.
           MOVE 15 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-CUSTCTL-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-CUSTCTL
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-CUSTCTL-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-CUSTCTL.
           READ MBR-CUSTCTL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-CUSTCTL-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-CUSTFRT.
           MOVE 16 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-CUSTFRT-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-CUSTFRT
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-CUSTFRT-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-CUSTFRT.
           READ MBR-CUSTFRT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-CUSTFRT-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-CUSTHIER.
           MOVE 17 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-CUSTHIER-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-CUSTHIER
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-CUSTHIER-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-CUSTHIER.
           READ MBR-CUSTHIER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-CUSTHIER-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-CUSTHIST.
           MOVE 18 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-CUSTHIST-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-CUSTHIST
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-CUSTHIST-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-CUSTHIST.
           READ MBR-CUSTHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-CUSTHIST-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-CUSTNXID.
           MOVE 19 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-CUSTNXID-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-CUSTNXID
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-CUSTNXID-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-CUSTNXID.
           READ MBR-CUSTNXID-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-CUSTNXID-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-CUSTOMER.
           MOVE 20 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-CUSTOMER-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-CUSTOMER
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-CUSTOMER-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-CUSTOMER.
           READ MBR-CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-CUSTOMER-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-CUSTPROF.
           MOVE 21 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-CUSTPROF-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-CUSTPROF
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-CUSTPROF-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-CUSTPROF.
           READ MBR-CUSTPROF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-CUSTPROF-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-CUSTREP.
           MOVE 22 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-CUSTREP-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-CUSTREP
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-CUSTREP-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-CUSTREP.
           READ MBR-CUSTREP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-CUSTREP-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-CUSTTERM.
           MOVE 23 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-CUSTTERM-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-CUSTTERM
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-CUSTTERM-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-CUSTTERM.
           READ MBR-CUSTTERM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-CUSTTERM-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-CUSTXREF.
           MOVE 24 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-CUSTXREF-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-CUSTXREF
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-CUSTXREF-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-CUSTXREF.
           READ MBR-CUSTXREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-CUSTXREF-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-DEPTBUD.
           MOVE 25 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-DEPTBUD-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-DEPTBUD
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-DEPTBUD-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-DEPTBUD.
           READ MBR-DEPTBUD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-DEPTBUD-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-DEPTHIST.
           MOVE 26 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-DEPTHIST-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-DEPTHIST
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-DEPTHIST-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-DEPTHIST.
           READ MBR-DEPTHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-DEPTHIST-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-DEPTMAST.
           MOVE 27 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-DEPTMAST-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-DEPTMAST
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-DEPTMAST-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-DEPTMAST.
           READ MBR-DEPTMAST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-DEPTMAST-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-DEPTMGN.
           MOVE 28 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-DEPTMGN-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-DEPTMGN
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-DEPTMGN-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-DEPTMGN.
           READ MBR-DEPTMGN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-DEPTMGN-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-DEPTWTD.
           MOVE 29 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-DEPTWTD-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-DEPTWTD
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-DEPTWTD-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-DEPTWTD.
           READ MBR-DEPTWTD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-DEPTWTD-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-DUNLEVEL.
           MOVE 30 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-DUNLEVEL-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-DUNLEVEL
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-DUNLEVEL-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-DUNLEVEL.
           READ MBR-DUNLEVEL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-DUNLEVEL-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-EMPACCR.
           MOVE 31 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-EMPACCR-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-EMPACCR
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-EMPACCR-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-EMPACCR.
           READ MBR-EMPACCR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-EMPACCR-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-EMPDED.
           MOVE 32 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-EMPDED-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-EMPDED
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-EMPDED-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-EMPDED.
           READ MBR-EMPDED-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-EMPDED-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-EMPHWK.
           MOVE 33 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-EMPHWK-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-EMPHWK
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-EMPHWK-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-EMPHWK.
           READ MBR-EMPHWK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-EMPHWK-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-EMPLOYEE.
           MOVE 34 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-EMPLOYEE-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-EMPLOYEE
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-EMPLOYEE-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-EMPLOYEE.
           READ MBR-EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-EMPLOYEE-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-EMPYTD.
           MOVE 35 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-EMPYTD-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-EMPYTD
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-EMPYTD-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-EMPYTD.
           READ MBR-EMPYTD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-EMPYTD-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-FREIGHT.
           MOVE 36 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-FREIGHT-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-FREIGHT
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-FREIGHT-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-FREIGHT.
           READ MBR-FREIGHT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-FREIGHT-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-GLEXTLOG.
           MOVE 37 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-GLEXTLOG-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-GLEXTLOG
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-GLEXTLOG-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-GLEXTLOG.
           READ MBR-GLEXTLOG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-GLEXTLOG-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-GLMAP.
           MOVE 38 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-GLMAP-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-GLMAP
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-GLMAP-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-GLMAP.
           READ MBR-GLMAP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-GLMAP-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-GLPERIOD.
           MOVE 39 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-GLPERIOD-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-GLPERIOD
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-GLPERIOD-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-GLPERIOD.
           READ MBR-GLPERIOD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-GLPERIOD-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-HOLIDAY.
           MOVE 40 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-HOLIDAY-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-HOLIDAY
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-HOLIDAY-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-HOLIDAY.
           READ MBR-HOLIDAY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-HOLIDAY-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-INVGL.
           MOVE 41 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-INVGL-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-INVGL
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-INVGL-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-INVGL.
           READ MBR-INVGL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-INVGL-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-INVNXT.
           MOVE 42 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-INVNXT-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-INVNXT
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-INVNXT-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-INVNXT.
           READ MBR-INVNXT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-INVNXT-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-INVREG.
           MOVE 43 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-INVREG-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-INVREG
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-INVREG-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-INVREG.
           READ MBR-INVREG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-INVREG-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-INVVAL.
           MOVE 44 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-INVVAL-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-INVVAL
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-INVVAL-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-INVVAL.
           READ MBR-INVVAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-INVVAL-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-ITEMMAST.
           MOVE 45 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-ITEMMAST-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-ITEMMAST
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-ITEMMAST-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-ITEMMAST.
           READ MBR-ITEMMAST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-ITEMMAST-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-ITEMMOVE.
           MOVE 46 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-ITEMMOVE-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-ITEMMOVE
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-ITEMMOVE-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-ITEMMOVE.
           READ MBR-ITEMMOVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-ITEMMOVE-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-LEAVEREQ.
           MOVE 47 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-LEAVEREQ-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-LEAVEREQ
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-LEAVEREQ-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-LEAVEREQ.
           READ MBR-LEAVEREQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-LEAVEREQ-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-MEGATE.
           MOVE 48 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-MEGATE-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-MEGATE
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-MEGATE-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-MEGATE.
           READ MBR-MEGATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-MEGATE-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-MEOVRD.
           MOVE 49 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-MEOVRD-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-MEOVRD
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-MEOVRD-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-MEOVRD.
           READ MBR-MEOVRD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-MEOVRD-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-OPENITEM.
           MOVE 50 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-OPENITEM-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-OPENITEM
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-OPENITEM-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-OPENITEM.
           READ MBR-OPENITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-OPENITEM-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-OPER.
           MOVE 51 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-OPER-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-OPER
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-OPER-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-OPER.
           READ MBR-OPER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-OPER-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-OPSROSTR.
           MOVE 52 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-OPSROSTR-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-OPSROSTR
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-OPSROSTR-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-OPSROSTR.
           READ MBR-OPSROSTR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-OPSROSTR-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-ORDERLIN.
           MOVE 53 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-ORDERLIN-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-ORDERLIN
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-ORDERLIN-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-ORDERLIN.
           READ MBR-ORDERLIN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-ORDERLIN-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-ORDMTD.
           MOVE 54 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-ORDMTD-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-ORDMTD
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-ORDMTD-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-ORDMTD.
           READ MBR-ORDMTD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-ORDMTD-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-ORDNXT.
           MOVE 55 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-ORDNXT-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-ORDNXT
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-ORDNXT-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-ORDNXT.
           READ MBR-ORDNXT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-ORDNXT-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-ORDPICK.
           MOVE 56 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-ORDPICK-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-ORDPICK
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-ORDPICK-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-ORDPICK.
           READ MBR-ORDPICK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-ORDPICK-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-ORDSUSP.
           MOVE 57 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-ORDSUSP-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-ORDSUSP
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-ORDSUSP-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-ORDSUSP.
           READ MBR-ORDSUSP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-ORDSUSP-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-ORDXHOLD.
           MOVE 58 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-ORDXHOLD-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-ORDXHOLD
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-ORDXHOLD-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-ORDXHOLD.
           READ MBR-ORDXHOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-ORDXHOLD-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-PAYAPPLY.
           MOVE 59 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-PAYAPPLY-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-PAYAPPLY
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-PAYAPPLY-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-PAYAPPLY.
           READ MBR-PAYAPPLY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-PAYAPPLY-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-PAYRATE.
           MOVE 60 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-PAYRATE-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-PAYRATE
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-PAYRATE-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-PAYRATE.
           READ MBR-PAYRATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-PAYRATE-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-PAYSUSP.
           MOVE 61 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-PAYSUSP-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-PAYSUSP
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-PAYSUSP-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-PAYSUSP.
           READ MBR-PAYSUSP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-PAYSUSP-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-POLINE.
           MOVE 62 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-POLINE-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-POLINE
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-POLINE-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-POLINE.
           READ MBR-POLINE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-POLINE-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-PONXT.
           MOVE 63 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-PONXT-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-PONXT
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-PONXT-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-PONXT.
           READ MBR-PONXT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-PONXT-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-POSUGG.
           MOVE 64 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-POSUGG-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-POSUGG
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-POSUGG-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-POSUGG.
           READ MBR-POSUGG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-POSUGG-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-PRCAGR.
           MOVE 65 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-PRCAGR-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-PRCAGR
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-PRCAGR-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-PRCAGR.
           READ MBR-PRCAGR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-PRCAGR-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-PRCCHG.
           MOVE 66 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-PRCCHG-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-PRCCHG
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-PRCCHG-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-PRCCHG.
           READ MBR-PRCCHG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-PRCCHG-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-PRCHIST.
           MOVE 67 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-PRCHIST-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-PRCHIST
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-PRCHIST-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-PRCHIST.
           READ MBR-PRCHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-PRCHIST-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-QUOTE.
           MOVE 68 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-QUOTE-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-QUOTE
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-QUOTE-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-QUOTE.
           READ MBR-QUOTE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-QUOTE-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-QUOTNXT.
           MOVE 69 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-QUOTNXT-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-QUOTNXT
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-QUOTNXT-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-QUOTNXT.
           READ MBR-QUOTNXT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-QUOTNXT-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-REFNXT.
           MOVE 70 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-REFNXT-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-REFNXT
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-REFNXT-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-REFNXT.
           READ MBR-REFNXT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-REFNXT-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-RETNTBL.
           MOVE 71 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-RETNTBL-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-RETNTBL
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-RETNTBL-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-RETNTBL.
           READ MBR-RETNTBL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-RETNTBL-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-RPTROUTE.
           MOVE 72 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-RPTROUTE-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-RPTROUTE
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-RPTROUTE-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-RPTROUTE.
           READ MBR-RPTROUTE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-RPTROUTE-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-SHIPTO.
           MOVE 73 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-SHIPTO-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-SHIPTO
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-SHIPTO-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-SHIPTO.
           READ MBR-SHIPTO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-SHIPTO-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-SLSPER.
           MOVE 74 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-SLSPER-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-SLSPER
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-SLSPER-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-SLSPER.
           READ MBR-SLSPER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-SLSPER-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-STNDORD.
           MOVE 75 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-STNDORD-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-STNDORD
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-STNDORD-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-STNDORD.
           READ MBR-STNDORD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-STNDORD-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-TAXEXMPT.
           MOVE 76 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-TAXEXMPT-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-TAXEXMPT
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-TAXEXMPT-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-TAXEXMPT.
           READ MBR-TAXEXMPT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-TAXEXMPT-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-TAXRATE.
           MOVE 77 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-TAXRATE-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-TAXRATE
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-TAXRATE-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-TAXRATE.
           READ MBR-TAXRATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-TAXRATE-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-TERMS.
           MOVE 78 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-TERMS-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-TERMS
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-TERMS-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-TERMS.
           READ MBR-TERMS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-TERMS-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-TIMECARD.
           MOVE 79 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-TIMECARD-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-TIMECARD
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-TIMECARD-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-TIMECARD.
           READ MBR-TIMECARD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-TIMECARD-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-TRADPTNR.
           MOVE 80 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-TRADPTNR-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-TRADPTNR
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-TRADPTNR-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-TRADPTNR.
           READ MBR-TRADPTNR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-TRADPTNR-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-UNAPCASH.
           MOVE 81 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-UNAPCASH-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-UNAPCASH
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-UNAPCASH-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-UNAPCASH.
           READ MBR-UNAPCASH-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-UNAPCASH-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-UNCLPROP.
           MOVE 82 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-UNCLPROP-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-UNCLPROP
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-UNCLPROP-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-UNCLPROP.
           READ MBR-UNCLPROP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-UNCLPROP-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.

       READ-MBR-VENDOR.
           MOVE 83 TO MBR-MEMBER-NUMBER.
           PERFORM START-SET-MEMBER.
           IF NOT MBR-MEMBER-SKIPPED
               OPEN INPUT MBR-VENDOR-FILE
               PERFORM CHECK-SET-MEMBER-OPEN
               IF MBR-MEMBER-ON-FILE
                   PERFORM READ-NEXT-MBR-VENDOR
                       UNTIL MBR-END-OF-MEMBER
                   CLOSE MBR-VENDOR-FILE
               END-IF
               PERFORM SET-MEMBER-READ-COMPLETE
           END-IF.

       READ-NEXT-MBR-VENDOR.
           READ MBR-VENDOR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MBR-EOF-SWITCH
               NOT AT END
                   MOVE MBR-VENDOR-RECORD TO MBR-MEMBER-RECORD
                   PERFORM TALLY-SET-MEMBER-RECORD
           END-READ.
