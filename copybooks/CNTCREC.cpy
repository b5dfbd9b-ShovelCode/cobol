      ******************************************************************
      * CNTCREC - shared COUNT-CONTROL-RECORD layout for the physical
      *           count control file (cntctl.dat). See CNTCSEL. The
      *           record stays on file after posting as the date and
      *           supervisor of the department's last count; the
      *           next count reopens it.
      ******************************************************************
       01  COUNT-CONTROL-RECORD.
           05  CC-DEPARTMENT       PIC X(10).
           05  CC-COUNT-STATUS     PIC X.
               88  COUNT-IN-PROGRESS           VALUE "O".
               88  COUNT-POSTED                VALUE "P".
           05  CC-START-DATE       PIC 9(8).
           05  CC-START-OPERATOR   PIC X(10).
           05  CC-POST-DATE        PIC 9(8).
           05  CC-POST-OPERATOR    PIC X(10).
