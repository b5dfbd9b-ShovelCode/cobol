      ******************************************************************
      * GLXLREC - shared GL-EXTRACT-LOG-RECORD layout for the GL
      *           extract log (glextlog.dat). See GLXLSEL. Line 0000
      *           is the extract's header: its line count and debit
      *           total, and whether the GL has accepted it, rejected
      *           it, or not yet answered. Lines 0001 onward are the
      *           glintf.dat records in the order written, with the
      *           glmap.dat department each account came from (blank
      *           for the fixed control accounts).
      ******************************************************************
       01  GL-EXTRACT-LOG-RECORD.
           05  XL-LOG-KEY.
               10  XL-RUN-DATE     PIC 9(8).
               10  XL-LINE-NUMBER  PIC 9(4).
           05  XL-LOG-BODY         PIC X(60).
           05  XL-HEADER-FIELDS REDEFINES XL-LOG-BODY.
               10  XL-EXTRACT-STATUS PIC X.
                   88  XL-AWAITING-GL              VALUE "P".
                   88  XL-ACCEPTED-BY-GL           VALUE "A".
                   88  XL-REJECTED-BY-GL           VALUE "R".
               10  XL-LINE-COUNT   PIC 9(4).
               10  XL-TOTAL-DEBITS PIC S9(11)V99.
               10  XL-ACK-DATE     PIC 9(8).
               10  XL-REJECT-COUNT PIC 9(4).
               10  FILLER          PIC X(30).
           05  XL-LINE-FIELDS REDEFINES XL-LOG-BODY.
               10  XL-RECORD-TYPE  PIC X.
               10  XL-ACCOUNT      PIC X(10).
               10  XL-DEPARTMENT   PIC X(10).
               10  XL-DEBIT-AMOUNT PIC S9(11)V99.
               10  XL-CREDIT-AMOUNT PIC S9(11)V99.
               10  FILLER          PIC X(13).
