      ******************************************************************
      * MEGREC - shared MONTH-END-GATE-RECORD layout for megate.dat.
      *          See MEGSEL. The R record always comes first and its
      *          first ten bytes (type, month-end date, result) are
      *          what jcl/NIGHTLY.sh reads, so they must not move. A C
      *          record per check carries the open item count, their
      *          amount (hours for timecards) and whether the check
      *          is clear, open, or could not be read - an unreadable
      *          file blocks the same as an open one. The checked
      *          date and time are the wall clock of the check, which
      *          for a held month-end is a later night than the
      *          month-end date itself.
      ******************************************************************
       01  MONTH-END-GATE-RECORD.
           05  MG-RECORD-TYPE      PIC X.
               88  MG-RESULT-RECORD            VALUE "R".
               88  MG-CHECK-RECORD             VALUE "C".
           05  MG-MONTH-END-DATE   PIC 9(8).
           05  MG-RECORD-BODY      PIC X(79).
           05  MG-RESULT-FIELDS REDEFINES MG-RECORD-BODY.
               10  MG-RESULT       PIC X.
                   88  MG-MONTH-READY          VALUE "R".
                   88  MG-MONTH-OVERRIDDEN     VALUE "O".
                   88  MG-MONTH-BLOCKED        VALUE "B".
               10  MG-BLOCKING-COUNT PIC 9(2).
               10  MG-OVERRIDE-OPERATOR PIC X(10).
               10  MG-OVERRIDE-REASON PIC X(50).
               10  MG-CHECKED-DATE PIC 9(8).
               10  MG-CHECKED-TIME PIC 9(8).
           05  MG-CHECK-FIELDS REDEFINES MG-RECORD-BODY.
               10  MG-CHECK-NAME   PIC X(30).
               10  MG-ITEM-COUNT   PIC 9(6).
               10  MG-ITEM-AMOUNT  PIC 9(9)V99.
               10  MG-CHECK-STATUS PIC X.
                   88  MG-CHECK-CLEAR          VALUE "C".
                   88  MG-CHECK-OPEN           VALUE "O".
                   88  MG-CHECK-UNREADABLE     VALUE "U".
               10  FILLER          PIC X(31).
