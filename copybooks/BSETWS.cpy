      ******************************************************************
      * BSETWS - WORKING-STORAGE for the nightly backup set. See
      *          BSETSEL. The member table lists every member's file
      *          name and how many leading bytes its key hash covers
      *          (the record key; the first 40 bytes of a sequential
      *          member, or all of a shorter one), in the order
      *          BSETPD reads them. The calling program moves the
      *          set date to WS-SET-DATE and WS-MANIFEST-DATE before
      *          opening the set or manifest, and may name one member
      *          in MBR-SELECTED-NAME to have BSETPD read that member
      *          only (SPACES reads them all).
      ******************************************************************
       01  BACKUP-SET-STATUS       PIC XX.
       01  BACKUP-MANIFEST-STATUS  PIC XX.
       01  SET-MEMBER-STATUS       PIC XX.
       01  WS-BACKUP-SET-NAME.
           05  FILLER              PIC X(8)  VALUE "bkupset.".
           05  WS-SET-DATE         PIC 9(8).
       01  WS-BACKUP-MANIFEST-NAME.
           05  FILLER              PIC X(9)  VALUE "bkupmfst.".
           05  WS-MANIFEST-DATE    PIC 9(8).

       01  MBR-SELECTED-NAME       PIC X(12)   VALUE SPACES.
       01  MBR-CURRENT-MEMBER.
           05  MBR-MEMBER-NUMBER   PIC 99.
           05  MBR-MEMBER-NAME     PIC X(12).
           05  MBR-HASH-LENGTH     PIC 99.
           05  MBR-MEMBER-STATE    PIC X.
               88  MBR-MEMBER-ON-FILE          VALUE "Y".
               88  MBR-MEMBER-NOT-ON-FILE      VALUE "N".
               88  MBR-MEMBER-UNREADABLE       VALUE "E".
               88  MBR-MEMBER-SKIPPED          VALUE "S".
           05  MBR-OPEN-STATUS     PIC XX.
           05  MBR-EOF-SWITCH      PIC X.
               88  MBR-END-OF-MEMBER           VALUE "Y".
           05  MBR-RECORD-COUNT    PIC 9(9).
           05  MBR-KEY-HASH        PIC 9(15).
           05  MBR-MEMBER-RECORD   PIC X(325).
       01  MBR-HASH-WORK           PIC 9(15).
       01  MBR-HASH-KEY            PIC X(40).
       01  MBR-HASH-SUB            PIC 99.

       01  MEMBER-TABLE-VALUES.
           05  FILLER              PIC X(14) VALUE "backord.dat 29".
           05  FILLER              PIC X(14) VALUE "balctl.dat  34".
           05  FILLER              PIC X(14) VALUE "brmast.dat  04".
           05  FILLER              PIC X(14) VALUE "busdate.dat 08".
           05  FILLER              PIC X(14) VALUE "chknxt.dat  08".
           05  FILLER              PIC X(14) VALUE "cntctl.dat  10".
           05  FILLER              PIC X(14) VALUE "cntline.dat 20".
           05  FILLER              PIC X(14) VALUE "colnotes.dat26".
           05  FILLER              PIC X(14) VALUE "comrate.dat 10".
           05  FILLER              PIC X(14) VALUE "credhold.dat40".
           05  FILLER              PIC X(14) VALUE "crednxt.dat 08".
           05  FILLER              PIC X(14) VALUE "custact.dat 20".
           05  FILLER              PIC X(14) VALUE "custbal.dat 10".
           05  FILLER              PIC X(14) VALUE "custcred.dat10".
           05  FILLER              PIC X(14) VALUE "custctl.dat 26".
           05  FILLER              PIC X(14) VALUE "custfrt.dat 10".
           05  FILLER              PIC X(14) VALUE "custhier.dat10".
           05  FILLER              PIC X(14) VALUE "custhist.dat16".
           05  FILLER              PIC X(14) VALUE "custnxid.dat10".
           05  FILLER              PIC X(14) VALUE "customer.dat10".
           05  FILLER              PIC X(14) VALUE "custprof.dat16".
           05  FILLER              PIC X(14) VALUE "custrep.dat 18".
           05  FILLER              PIC X(14) VALUE "custterm.dat10".
           05  FILLER              PIC X(14) VALUE "custxref.dat20".
           05  FILLER              PIC X(14) VALUE "deptbud.dat 10".
           05  FILLER              PIC X(14) VALUE "depthist.dat16".
           05  FILLER              PIC X(14) VALUE "deptmast.dat10".
           05  FILLER              PIC X(14) VALUE "deptmgn.dat 16".
           05  FILLER              PIC X(14) VALUE "deptwtd.dat 10".
           05  FILLER              PIC X(14) VALUE "dunlevel.dat10".
           05  FILLER              PIC X(14) VALUE "empaccr.dat 05".
           05  FILLER              PIC X(14) VALUE "empded.dat  13".
           05  FILLER              PIC X(14) VALUE "emphwk.dat  13".
           05  FILLER              PIC X(14) VALUE "employee.dat05".
           05  FILLER              PIC X(14) VALUE "empytd.dat  09".
           05  FILLER              PIC X(14) VALUE "freight.dat 12".
           05  FILLER              PIC X(14) VALUE "glextlog.dat12".
           05  FILLER              PIC X(14) VALUE "glmap.dat   10".
           05  FILLER              PIC X(14) VALUE "glperiod.dat06".
           05  FILLER              PIC X(14) VALUE "holiday.dat 08".
           05  FILLER              PIC X(14) VALUE "invgl.dat   40".
           05  FILLER              PIC X(14) VALUE "invnxt.dat  08".
           05  FILLER              PIC X(14) VALUE "invreg.dat  40".
           05  FILLER              PIC X(14) VALUE "invval.dat  10".
           05  FILLER              PIC X(14) VALUE "itemmast.dat10".
           05  FILLER              PIC X(14) VALUE "itemmove.dat18".
           05  FILLER              PIC X(14) VALUE "leavereq.dat13".
           05  FILLER              PIC X(14) VALUE "megate.dat  40".
           05  FILLER              PIC X(14) VALUE "meovrd.dat  40".
           05  FILLER              PIC X(14) VALUE "openitem.dat28".
           05  FILLER              PIC X(14) VALUE "oper.dat    10".
           05  FILLER              PIC X(14) VALUE "opsrostr.dat40".
           05  FILLER              PIC X(14) VALUE "orderlin.dat40".
           05  FILLER              PIC X(14) VALUE "ordmtd.dat  40".
           05  FILLER              PIC X(14) VALUE "ordnxt.dat  08".
           05  FILLER              PIC X(14) VALUE "ordpick.dat 12".
           05  FILLER              PIC X(14) VALUE "ordsusp.dat 40".
           05  FILLER              PIC X(14) VALUE "ordxhold.dat40".
           05  FILLER              PIC X(14) VALUE "payapply.dat31".
           05  FILLER              PIC X(14) VALUE "payrate.dat 10".
           05  FILLER              PIC X(14) VALUE "paysusp.dat 40".
           05  FILLER              PIC X(14) VALUE "poline.dat  11".
           05  FILLER              PIC X(14) VALUE "ponxt.dat   08".
           05  FILLER              PIC X(14) VALUE "posugg.dat  20".
           05  FILLER              PIC X(14) VALUE "prcagr.dat  21".
           05  FILLER              PIC X(14) VALUE "prcchg.dat  18".
           05  FILLER              PIC X(14) VALUE "prchist.dat 26".
           05  FILLER              PIC X(14) VALUE "quote.dat   11".
           05  FILLER              PIC X(14) VALUE "quotnxt.dat 08".
           05  FILLER              PIC X(14) VALUE "refnxt.dat  08".
           05  FILLER              PIC X(14) VALUE "retntbl.dat 40".
           05  FILLER              PIC X(14) VALUE "rptroute.dat24".
           05  FILLER              PIC X(14) VALUE "shipto.dat  14".
           05  FILLER              PIC X(14) VALUE "slsper.dat  06".
           05  FILLER              PIC X(14) VALUE "stndord.dat 13".
           05  FILLER              PIC X(14) VALUE "taxexmpt.dat12".
           05  FILLER              PIC X(14) VALUE "taxrate.dat 02".
           05  FILLER              PIC X(14) VALUE "terms.dat   04".
           05  FILLER              PIC X(14) VALUE "timecard.dat23".
           05  FILLER              PIC X(14) VALUE "tradptnr.dat10".
           05  FILLER              PIC X(14) VALUE "unapcash.dat40".
           05  FILLER              PIC X(14) VALUE "unclprop.dat18".
           05  FILLER              PIC X(14) VALUE "vendor.dat  10".
       01  MEMBER-TABLE REDEFINES MEMBER-TABLE-VALUES.
           05  MEMBER-ENTRY        OCCURS 83 TIMES
                                   INDEXED BY MBT-IDX.
               10  MBT-MEMBER-NAME PIC X(12).
               10  MBT-HASH-LENGTH PIC 99.
       01  MBT-MEMBER-COUNT        PIC 99      VALUE 83.

      *    Per-member totals, same order as the member table: what
      *    the manifest says, what the set file holds, what a read
      *    of the live file found, and whether SETREST put the
      *    member back.
       01  MEMBER-TOTALS-TABLE.
           05  MEMBER-TOTALS       OCCURS 83 TIMES.
               10  MBT-MANIFEST-STATE PIC X.
               10  MBT-MANIFEST-COUNT PIC 9(9).
               10  MBT-MANIFEST-HASH  PIC 9(15).
               10  MBT-SET-COUNT      PIC 9(9).
               10  MBT-SET-HASH       PIC 9(15).
               10  MBT-LIVE-STATE     PIC X.
               10  MBT-LIVE-COUNT     PIC 9(9).
               10  MBT-LIVE-HASH      PIC 9(15).
               10  MBT-RESTORE-FLAG   PIC X.
                   88  MBT-MEMBER-RESTORED     VALUE "Y".
       01  BSET-MANIFEST-SWITCH    PIC X       VALUE "N".
           88  BSET-MANIFEST-FOUND             VALUE "Y".
       01  BSET-SET-SWITCH         PIC X       VALUE "N".
           88  BSET-SET-FOUND                  VALUE "Y".
       01  BSET-EOF-SWITCH         PIC X       VALUE "N".
           88  BSET-END-OF-FILE                VALUE "Y".
       01  BSET-LAST-MEMBER-NAME   PIC X(12).
       01  BSET-TABLE-SUB          PIC 99.
       01  BSET-UNLISTED-RECORDS   PIC 9(9)    VALUE 0.
