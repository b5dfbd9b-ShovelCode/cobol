      ******************************************************************
      * HIERREC - shared ACCOUNT-HIERARCHY-RECORD layout for the
      *           account hierarchy file (custhier.dat). See HIERSEL.
      *           AH-GROUP-LIMIT and AH-CONSOLIDATE-FLAG mean
      *           something only on the parent's own record; a zero
      *           group limit means the members are limited one by
      *           one as before.
      ******************************************************************
       01  ACCOUNT-HIERARCHY-RECORD.
           05  AH-CUSTOMER-ID      PIC X(10).
           05  AH-PARENT-ID        PIC X(10).
           05  AH-GROUP-LIMIT      PIC S9(9)V99.
           05  AH-CONSOLIDATE-FLAG PIC X.
               88  AH-CONSOLIDATED-STATEMENT   VALUE "Y".
           05  AH-ENTERED-DATE     PIC 9(8).
           05  AH-OPERATOR-ID      PIC X(10).
