      ******************************************************************
      * CAPHREC - shared CAPACITY-HISTORY-RECORD layout for the
      *           capacity history (caphist.dat). See CAPHSEL. A file
      *           entry gives one file's size and record count on the
      *           snapshot date; a dated family (spool.<report>.<date>,
      *           customer.dat.<date>, the monthly archives) is one
      *           entry named <prefix>.* carrying the count of files
      *           and their total size. The all-files entry is the
      *           night's total over every file listed, and the
      *           free-space entry is the space left on the data
      *           volume.
      ******************************************************************
       01  CAPACITY-HISTORY-RECORD.
           05  CH-SNAP-DATE        PIC 9(8).
           05  CH-ENTRY-TYPE       PIC X.
               88  CH-FILE-ENTRY               VALUE "F".
               88  CH-TOTAL-ENTRY              VALUE "T".
               88  CH-FREE-SPACE-ENTRY         VALUE "S".
           05  CH-FILE-NAME        PIC X(40).
           05  CH-FILE-COUNT       PIC 9(5).
           05  CH-FILE-BYTES       PIC 9(15).
           05  CH-RECORD-COUNT     PIC 9(11).
