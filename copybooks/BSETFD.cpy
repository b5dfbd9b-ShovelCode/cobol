      ******************************************************************
      * BSETFD - FD/records for the nightly backup set. See BSETSEL.
      *          A set record is the member's file name followed by
      *          the member record, space-filled to the longest
      *          member (empytd.dat, 325 bytes). The manifest's
      *          BKM-MEMBER-STATE is Y when the member was on file
      *          and copied, N when there was no such file that night
      *          (nothing to copy, and nothing for a restore to put
      *          back), E when the file was there but would not open.
      *          Every member key starts in the first byte of its
      *          record.
      ******************************************************************
       FD  BACKUP-SET-FILE.
       01  BACKUP-SET-RECORD.
           05  BKS-MEMBER-NAME     PIC X(12).
           05  BKS-MEMBER-RECORD   PIC X(325).

       FD  BACKUP-MANIFEST-FILE.
       01  BACKUP-MANIFEST-RECORD.
           05  BKM-SET-DATE        PIC 9(8).
           05  BKM-MEMBER-NAME     PIC X(12).
           05  BKM-MEMBER-STATE    PIC X.
               88  BKM-MEMBER-COPIED           VALUE "Y".
               88  BKM-MEMBER-NOT-ON-FILE      VALUE "N".
               88  BKM-MEMBER-UNREADABLE       VALUE "E".
           05  BKM-RECORD-COUNT    PIC 9(9).
           05  BKM-KEY-HASH        PIC 9(15).

       FD  MBR-BACKORD-FILE.
       01  MBR-BACKORD-RECORD.
           05  MBR-BACKORD-KEY     PIC X(29).
           05  FILLER              PIC X(58).

       FD  MBR-BALCTL-FILE.
       01  MBR-BALCTL-RECORD PIC X(34).

       FD  MBR-BRMAST-FILE.
       01  MBR-BRMAST-RECORD.
           05  MBR-BRMAST-KEY      PIC X(04).
           05  FILLER              PIC X(31).

       FD  MBR-BUSDATE-FILE.
       01  MBR-BUSDATE-RECORD PIC X(08).

       FD  MBR-CHKNXT-FILE.
       01  MBR-CHKNXT-RECORD PIC X(08).

       FD  MBR-CNTCTL-FILE.
       01  MBR-CNTCTL-RECORD.
           05  MBR-CNTCTL-KEY      PIC X(10).
           05  FILLER              PIC X(37).

       FD  MBR-CNTLINE-FILE.
       01  MBR-CNTLINE-RECORD.
           05  MBR-CNTLINE-KEY     PIC X(20).
           05  FILLER              PIC X(40).

       FD  MBR-COLNOTES-FILE.
       01  MBR-COLNOTES-RECORD.
           05  MBR-COLNOTES-KEY    PIC X(26).
           05  FILLER              PIC X(106).

       FD  MBR-COMRATE-FILE.
       01  MBR-COMRATE-RECORD.
           05  MBR-COMRATE-KEY     PIC X(10).
           05  FILLER              PIC X(23).

       FD  MBR-CREDHOLD-FILE.
       01  MBR-CREDHOLD-RECORD PIC X(117).

       FD  MBR-CREDNXT-FILE.
       01  MBR-CREDNXT-RECORD PIC X(08).

       FD  MBR-CUSTACT-FILE.
       01  MBR-CUSTACT-RECORD PIC X(20).

       FD  MBR-CUSTBAL-FILE.
       01  MBR-CUSTBAL-RECORD.
           05  MBR-CUSTBAL-KEY     PIC X(10).
           05  FILLER              PIC X(11).

       FD  MBR-CUSTCRED-FILE.
       01  MBR-CUSTCRED-RECORD.
           05  MBR-CUSTCRED-KEY    PIC X(10).
           05  FILLER              PIC X(11).

       FD  MBR-CUSTCTL-FILE.
       01  MBR-CUSTCTL-RECORD PIC X(26).

       FD  MBR-CUSTFRT-FILE.
       01  MBR-CUSTFRT-RECORD.
           05  MBR-CUSTFRT-KEY     PIC X(10).
           05  FILLER              PIC X(19).

       FD  MBR-CUSTHIER-FILE.
       01  MBR-CUSTHIER-RECORD.
           05  MBR-CUSTHIER-KEY    PIC X(10).
           05  FILLER              PIC X(40).

       FD  MBR-CUSTHIST-FILE.
       01  MBR-CUSTHIST-RECORD.
           05  MBR-CUSTHIST-KEY    PIC X(16).
           05  FILLER              PIC X(20).

       FD  MBR-CUSTNXID-FILE.
       01  MBR-CUSTNXID-RECORD PIC X(10).

       FD  MBR-CUSTOMER-FILE.
       01  MBR-CUSTOMER-RECORD.
           05  MBR-CUSTOMER-KEY    PIC X(10).
           05  MBR-CUSTOMER-NAME   PIC X(30).
           05  FILLER              PIC X(120).

       FD  MBR-CUSTPROF-FILE.
       01  MBR-CUSTPROF-RECORD.
           05  MBR-CUSTPROF-KEY    PIC X(16).
           05  FILLER              PIC X(64).

       FD  MBR-CUSTREP-FILE.
       01  MBR-CUSTREP-RECORD.
           05  MBR-CUSTREP-KEY     PIC X(18).
           05  FILLER              PIC X(24).

       FD  MBR-CUSTTERM-FILE.
       01  MBR-CUSTTERM-RECORD.
           05  MBR-CUSTTERM-KEY    PIC X(10).
           05  FILLER              PIC X(22).

       FD  MBR-CUSTXREF-FILE.
       01  MBR-CUSTXREF-RECORD.
           05  MBR-CUSTXREF-KEY    PIC X(20).
           05  MBR-CUSTXREF-ALTKEY PIC X(20).
           05  FILLER              PIC X(39).

       FD  MBR-DEPTBUD-FILE.
       01  MBR-DEPTBUD-RECORD.
           05  MBR-DEPTBUD-KEY     PIC X(10).
           05  FILLER              PIC X(13).

       FD  MBR-DEPTHIST-FILE.
       01  MBR-DEPTHIST-RECORD.
           05  MBR-DEPTHIST-KEY    PIC X(16).
           05  FILLER              PIC X(20).

       FD  MBR-DEPTMAST-FILE.
       01  MBR-DEPTMAST-RECORD.
           05  MBR-DEPTMAST-KEY    PIC X(10).
           05  FILLER              PIC X(31).

       FD  MBR-DEPTMGN-FILE.
       01  MBR-DEPTMGN-RECORD.
           05  MBR-DEPTMGN-KEY     PIC X(16).
           05  FILLER              PIC X(60).

       FD  MBR-DEPTWTD-FILE.
       01  MBR-DEPTWTD-RECORD.
           05  MBR-DEPTWTD-KEY     PIC X(10).
           05  FILLER              PIC X(13).

       FD  MBR-DUNLEVEL-FILE.
       01  MBR-DUNLEVEL-RECORD.
           05  MBR-DUNLEVEL-KEY    PIC X(10).
           05  FILLER              PIC X(09).

       FD  MBR-EMPACCR-FILE.
       01  MBR-EMPACCR-RECORD.
           05  MBR-EMPACCR-KEY     PIC X(05).
           05  FILLER              PIC X(12).

       FD  MBR-EMPDED-FILE.
       01  MBR-EMPDED-RECORD.
           05  MBR-EMPDED-KEY      PIC X(13).
           05  FILLER              PIC X(50).

       FD  MBR-EMPHWK-FILE.
       01  MBR-EMPHWK-RECORD.
           05  MBR-EMPHWK-KEY      PIC X(13).
           05  FILLER              PIC X(65).

       FD  MBR-EMPLOYEE-FILE.
       01  MBR-EMPLOYEE-RECORD.
           05  MBR-EMPLOYEE-KEY    PIC X(05).
           05  FILLER              PIC X(64).

       FD  MBR-EMPYTD-FILE.
       01  MBR-EMPYTD-RECORD.
           05  MBR-EMPYTD-KEY      PIC X(09).
           05  FILLER              PIC X(316).

       FD  MBR-FREIGHT-FILE.
       01  MBR-FREIGHT-RECORD.
           05  MBR-FREIGHT-KEY     PIC X(12).
           05  FILLER              PIC X(07).

       FD  MBR-GLEXTLOG-FILE.
       01  MBR-GLEXTLOG-RECORD.
           05  MBR-GLEXTLOG-KEY    PIC X(12).
           05  FILLER              PIC X(60).

       FD  MBR-GLMAP-FILE.
       01  MBR-GLMAP-RECORD.
           05  MBR-GLMAP-KEY       PIC X(10).
           05  FILLER              PIC X(40).

       FD  MBR-GLPERIOD-FILE.
       01  MBR-GLPERIOD-RECORD PIC X(06).

       FD  MBR-HOLIDAY-FILE.
       01  MBR-HOLIDAY-RECORD.
           05  MBR-HOLIDAY-KEY     PIC X(08).
           05  FILLER              PIC X(43).

       FD  MBR-INVGL-FILE.
       01  MBR-INVGL-RECORD PIC X(62).

       FD  MBR-INVNXT-FILE.
       01  MBR-INVNXT-RECORD PIC X(08).

       FD  MBR-INVREG-FILE.
       01  MBR-INVREG-RECORD PIC X(70).

       FD  MBR-INVVAL-FILE.
       01  MBR-INVVAL-RECORD.
           05  MBR-INVVAL-KEY      PIC X(10).
           05  FILLER              PIC X(79).

       FD  MBR-ITEMMAST-FILE.
       01  MBR-ITEMMAST-RECORD.
           05  MBR-ITEMMAST-KEY    PIC X(10).
           05  FILLER              PIC X(87).

       FD  MBR-ITEMMOVE-FILE.
       01  MBR-ITEMMOVE-RECORD.
           05  MBR-ITEMMOVE-KEY    PIC X(18).
           05  FILLER              PIC X(18).

       FD  MBR-LEAVEREQ-FILE.
       01  MBR-LEAVEREQ-RECORD.
           05  MBR-LEAVEREQ-KEY    PIC X(13).
           05  FILLER              PIC X(77).

       FD  MBR-MEGATE-FILE.
       01  MBR-MEGATE-RECORD PIC X(88).

       FD  MBR-MEOVRD-FILE.
       01  MBR-MEOVRD-RECORD PIC X(84).

       FD  MBR-OPENITEM-FILE.
       01  MBR-OPENITEM-RECORD.
           05  MBR-OPENITEM-KEY    PIC X(28).
           05  FILLER              PIC X(77).

       FD  MBR-OPER-FILE.
       01  MBR-OPER-RECORD.
           05  MBR-OPER-KEY        PIC X(10).
           05  FILLER              PIC X(57).

       FD  MBR-OPSROSTR-FILE.
       01  MBR-OPSROSTR-RECORD PIC X(70).

       FD  MBR-ORDERLIN-FILE.
       01  MBR-ORDERLIN-RECORD PIC X(76).

       FD  MBR-ORDMTD-FILE.
       01  MBR-ORDMTD-RECORD PIC X(86).

       FD  MBR-ORDNXT-FILE.
       01  MBR-ORDNXT-RECORD PIC X(08).

       FD  MBR-ORDPICK-FILE.
       01  MBR-ORDPICK-RECORD.
           05  MBR-ORDPICK-KEY     PIC X(12).
           05  FILLER              PIC X(101).

       FD  MBR-ORDSUSP-FILE.
       01  MBR-ORDSUSP-RECORD PIC X(91).

       FD  MBR-ORDXHOLD-FILE.
       01  MBR-ORDXHOLD-RECORD PIC X(98).

       FD  MBR-PAYAPPLY-FILE.
       01  MBR-PAYAPPLY-RECORD.
           05  MBR-PAYAPPLY-KEY    PIC X(31).
           05  FILLER              PIC X(47).

       FD  MBR-PAYRATE-FILE.
       01  MBR-PAYRATE-RECORD.
           05  MBR-PAYRATE-KEY     PIC X(10).
           05  FILLER              PIC X(45).

       FD  MBR-PAYSUSP-FILE.
       01  MBR-PAYSUSP-RECORD PIC X(119).

       FD  MBR-POLINE-FILE.
       01  MBR-POLINE-RECORD.
           05  MBR-POLINE-KEY      PIC X(11).
           05  FILLER              PIC X(61).

       FD  MBR-PONXT-FILE.
       01  MBR-PONXT-RECORD PIC X(08).

       FD  MBR-POSUGG-FILE.
       01  MBR-POSUGG-RECORD.
           05  MBR-POSUGG-KEY      PIC X(20).
           05  FILLER              PIC X(43).

       FD  MBR-PRCAGR-FILE.
       01  MBR-PRCAGR-RECORD.
           05  MBR-PRCAGR-KEY      PIC X(21).
           05  FILLER              PIC X(23).

       FD  MBR-PRCCHG-FILE.
       01  MBR-PRCCHG-RECORD.
           05  MBR-PRCCHG-KEY      PIC X(18).
           05  FILLER              PIC X(25).

       FD  MBR-PRCHIST-FILE.
       01  MBR-PRCHIST-RECORD.
           05  MBR-PRCHIST-KEY     PIC X(26).
           05  FILLER              PIC X(25).

       FD  MBR-QUOTE-FILE.
       01  MBR-QUOTE-RECORD.
           05  MBR-QUOTE-KEY       PIC X(11).
           05  FILLER              PIC X(102).

       FD  MBR-QUOTNXT-FILE.
       01  MBR-QUOTNXT-RECORD PIC X(08).

       FD  MBR-REFNXT-FILE.
       01  MBR-REFNXT-RECORD PIC X(08).

       FD  MBR-RETNTBL-FILE.
       01  MBR-RETNTBL-RECORD PIC X(49).

       FD  MBR-RPTROUTE-FILE.
       01  MBR-RPTROUTE-RECORD PIC X(24).

       FD  MBR-SHIPTO-FILE.
       01  MBR-SHIPTO-RECORD.
           05  MBR-SHIPTO-KEY      PIC X(14).
           05  FILLER              PIC X(81).

       FD  MBR-SLSPER-FILE.
       01  MBR-SLSPER-RECORD.
           05  MBR-SLSPER-KEY      PIC X(06).
           05  FILLER              PIC X(54).

       FD  MBR-STNDORD-FILE.
       01  MBR-STNDORD-RECORD.
           05  MBR-STNDORD-KEY     PIC X(13).
           05  FILLER              PIC X(46).

       FD  MBR-TAXEXMPT-FILE.
       01  MBR-TAXEXMPT-RECORD.
           05  MBR-TAXEXMPT-KEY    PIC X(12).
           05  FILLER              PIC X(46).

       FD  MBR-TAXRATE-FILE.
       01  MBR-TAXRATE-RECORD.
           05  MBR-TAXRATE-KEY     PIC X(02).
           05  FILLER              PIC X(05).

       FD  MBR-TERMS-FILE.
       01  MBR-TERMS-RECORD.
           05  MBR-TERMS-KEY       PIC X(04).
           05  FILLER              PIC X(40).

       FD  MBR-TIMECARD-FILE.
       01  MBR-TIMECARD-RECORD PIC X(23).

       FD  MBR-TRADPTNR-FILE.
       01  MBR-TRADPTNR-RECORD.
           05  MBR-TRADPTNR-KEY    PIC X(10).
           05  FILLER              PIC X(33).

       FD  MBR-UNAPCASH-FILE.
       01  MBR-UNAPCASH-RECORD PIC X(75).

       FD  MBR-UNCLPROP-FILE.
       01  MBR-UNCLPROP-RECORD.
           05  MBR-UNCLPROP-KEY    PIC X(18).
           05  FILLER              PIC X(60).

       FD  MBR-VENDOR-FILE.
       01  MBR-VENDOR-RECORD.
           05  MBR-VENDOR-KEY      PIC X(10).
           05  FILLER              PIC X(99).
