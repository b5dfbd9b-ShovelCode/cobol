      ******************************************************************
      * BSETSEL - FILE-CONTROL entries for the nightly backup set.
      *           BACKUP-SET-FILE (bkupset.<date>) holds a copy of
      *           every record of every member file, each tagged with
      *           the member's file name; BACKUP-MANIFEST-FILE
      *           (bkupmfst.<date>) holds one line per member - on
      *           file or not, record count and key hash. The
      *           MBR- entries are the member files themselves: every
      *           master and control file the nightly stream keeps,
      *           in the same order as the member table in BSETWS.
      *           Each is declared by key and length only, so a
      *           layout change in a member's own record copybook
      *           needs only its length changed here. All members
      *           share SET-MEMBER-STATUS, since only one is ever
      *           open at a time. COPY alongside BSETFD (FILE
      *           SECTION), BSETWS (WORKING-STORAGE) and BSETPD
      *           (PROCEDURE DIVISION).
      ******************************************************************
           SELECT BACKUP-SET-FILE ASSIGN TO WS-BACKUP-SET-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BACKUP-SET-STATUS.

           SELECT BACKUP-MANIFEST-FILE ASSIGN TO WS-BACKUP-MANIFEST-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BACKUP-MANIFEST-STATUS.

           SELECT MBR-BACKORD-FILE ASSIGN TO "backord.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-BACKORD-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-BALCTL-FILE ASSIGN TO "balctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-BRMAST-FILE ASSIGN TO "brmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-BRMAST-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-BUSDATE-FILE ASSIGN TO "busdate.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-CHKNXT-FILE ASSIGN TO "chknxt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-CNTCTL-FILE ASSIGN TO "cntctl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CNTCTL-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-CNTLINE-FILE ASSIGN TO "cntline.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CNTLINE-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-COLNOTES-FILE ASSIGN TO "colnotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-COLNOTES-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-COMRATE-FILE ASSIGN TO "comrate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-COMRATE-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-CREDHOLD-FILE ASSIGN TO "credhold.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-CREDNXT-FILE ASSIGN TO "crednxt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-CUSTACT-FILE ASSIGN TO "custact.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-CUSTBAL-FILE ASSIGN TO "custbal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CUSTBAL-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-CUSTCRED-FILE ASSIGN TO "custcred.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CUSTCRED-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-CUSTCTL-FILE ASSIGN TO "custctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-CUSTFRT-FILE ASSIGN TO "custfrt.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CUSTFRT-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-CUSTHIER-FILE ASSIGN TO "custhier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CUSTHIER-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-CUSTHIST-FILE ASSIGN TO "custhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CUSTHIST-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-CUSTNXID-FILE ASSIGN TO "custnxid.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CUSTOMER-KEY
               ALTERNATE RECORD KEY IS MBR-CUSTOMER-NAME
                   WITH DUPLICATES
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-CUSTPROF-FILE ASSIGN TO "custprof.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CUSTPROF-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-CUSTREP-FILE ASSIGN TO "custrep.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CUSTREP-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-CUSTTERM-FILE ASSIGN TO "custterm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CUSTTERM-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-CUSTXREF-FILE ASSIGN TO "custxref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-CUSTXREF-KEY
               ALTERNATE RECORD KEY IS MBR-CUSTXREF-ALTKEY
                   WITH DUPLICATES
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-DEPTBUD-FILE ASSIGN TO "deptbud.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-DEPTBUD-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-DEPTHIST-FILE ASSIGN TO "depthist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-DEPTHIST-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-DEPTMAST-FILE ASSIGN TO "deptmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-DEPTMAST-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-DEPTMGN-FILE ASSIGN TO "deptmgn.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-DEPTMGN-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-DEPTWTD-FILE ASSIGN TO "deptwtd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-DEPTWTD-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-DUNLEVEL-FILE ASSIGN TO "dunlevel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-DUNLEVEL-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-EMPACCR-FILE ASSIGN TO "empaccr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-EMPACCR-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-EMPDED-FILE ASSIGN TO "empded.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-EMPDED-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-EMPHWK-FILE ASSIGN TO "emphwk.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-EMPHWK-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-EMPLOYEE-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-EMPYTD-FILE ASSIGN TO "empytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-EMPYTD-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-FREIGHT-FILE ASSIGN TO "freight.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-FREIGHT-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-GLEXTLOG-FILE ASSIGN TO "glextlog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-GLEXTLOG-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-GLMAP-FILE ASSIGN TO "glmap.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-GLMAP-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-GLPERIOD-FILE ASSIGN TO "glperiod.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-HOLIDAY-FILE ASSIGN TO "holiday.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-HOLIDAY-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-INVGL-FILE ASSIGN TO "invgl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-INVNXT-FILE ASSIGN TO "invnxt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-INVREG-FILE ASSIGN TO "invreg.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-INVVAL-FILE ASSIGN TO "invval.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-INVVAL-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-ITEMMAST-FILE ASSIGN TO "itemmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-ITEMMAST-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-ITEMMOVE-FILE ASSIGN TO "itemmove.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-ITEMMOVE-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-LEAVEREQ-FILE ASSIGN TO "leavereq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-LEAVEREQ-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-MEGATE-FILE ASSIGN TO "megate.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-MEOVRD-FILE ASSIGN TO "meovrd.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-OPENITEM-FILE ASSIGN TO "openitem.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-OPENITEM-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-OPER-FILE ASSIGN TO "oper.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-OPER-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-OPSROSTR-FILE ASSIGN TO "opsrostr.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-ORDERLIN-FILE ASSIGN TO "orderlin.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-ORDMTD-FILE ASSIGN TO "ordmtd.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-ORDNXT-FILE ASSIGN TO "ordnxt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-ORDPICK-FILE ASSIGN TO "ordpick.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-ORDPICK-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-ORDSUSP-FILE ASSIGN TO "ordsusp.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-ORDXHOLD-FILE ASSIGN TO "ordxhold.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-PAYAPPLY-FILE ASSIGN TO "payapply.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-PAYAPPLY-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-PAYRATE-FILE ASSIGN TO "payrate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-PAYRATE-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-PAYSUSP-FILE ASSIGN TO "paysusp.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-POLINE-FILE ASSIGN TO "poline.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-POLINE-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-PONXT-FILE ASSIGN TO "ponxt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-POSUGG-FILE ASSIGN TO "posugg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-POSUGG-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-PRCAGR-FILE ASSIGN TO "prcagr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-PRCAGR-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-PRCCHG-FILE ASSIGN TO "prcchg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-PRCCHG-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-PRCHIST-FILE ASSIGN TO "prchist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-PRCHIST-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-QUOTE-FILE ASSIGN TO "quote.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-QUOTE-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-QUOTNXT-FILE ASSIGN TO "quotnxt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-REFNXT-FILE ASSIGN TO "refnxt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-RETNTBL-FILE ASSIGN TO "retntbl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-RPTROUTE-FILE ASSIGN TO "rptroute.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-SHIPTO-FILE ASSIGN TO "shipto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-SHIPTO-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-SLSPER-FILE ASSIGN TO "slsper.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-SLSPER-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-STNDORD-FILE ASSIGN TO "stndord.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-STNDORD-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-TAXEXMPT-FILE ASSIGN TO "taxexmpt.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-TAXEXMPT-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-TAXRATE-FILE ASSIGN TO "taxrate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-TAXRATE-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-TERMS-FILE ASSIGN TO "terms.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-TERMS-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-TIMECARD-FILE ASSIGN TO "timecard.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-TRADPTNR-FILE ASSIGN TO "tradptnr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-TRADPTNR-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-UNAPCASH-FILE ASSIGN TO "unapcash.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-UNCLPROP-FILE ASSIGN TO "unclprop.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-UNCLPROP-KEY
               FILE STATUS IS SET-MEMBER-STATUS.

           SELECT MBR-VENDOR-FILE ASSIGN TO "vendor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBR-VENDOR-KEY
               FILE STATUS IS SET-MEMBER-STATUS.
