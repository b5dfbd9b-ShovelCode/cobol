      ******************************************************************
      * CFRTREC - shared CUSTOMER-FREIGHT-RECORD layout for the
      *           customer freight file (custfrt.dat). See CFRTSEL.
      *           CF-WAIVED-FLAG Y marks an account whose agreement
      *           includes delivery - its invoices carry no freight.
      *           The date and operator record who last set it.
      ******************************************************************
       01  CUSTOMER-FREIGHT-RECORD.
           05  CF-CUSTOMER-ID      PIC X(10).
           05  CF-WAIVED-FLAG      PIC X.
               88  CF-FREIGHT-WAIVED           VALUE "Y".
           05  CF-ASSIGNED-DATE    PIC 9(8).
           05  CF-OPERATOR-ID      PIC X(10).
