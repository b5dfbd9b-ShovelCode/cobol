      ******************************************************************
      * VENDREC - shared VENDOR-RECORD layout for the vendor master
      *           file (vendor.dat). See VENDSEL. The lead time is
      *           the buyer's working figure in days from release to
      *           the dock, printed on the suggestions so the reorder
      *           points can be judged against it.
      ******************************************************************
       01  VENDOR-RECORD.
           05  VN-VENDOR-ID        PIC X(10).
           05  VN-VENDOR-NAME      PIC X(30).
           05  VN-ADDRESS.
               10  VN-STREET       PIC X(25).
               10  VN-CITY         PIC X(15).
               10  VN-STATE        PIC X(2).
               10  VN-ZIP          PIC X(8).
           05  VN-PHONE            PIC X(15).
           05  VN-LEAD-DAYS        PIC 9(3).
           05  VN-ACTIVE-FLAG      PIC X.
               88  VENDOR-ACTIVE               VALUE "A".
               88  VENDOR-INACTIVE             VALUE "I".
