      ******************************************************************
      * CTRMREC - shared CUSTOMER-TERMS-RECORD layout for the customer
      *           terms file (custterm.dat). See CTRMSEL. CT-TERMS-CODE
      *           names a code on the terms table (terms.dat); the
      *           date and operator record who last assigned it.
      ******************************************************************
       01  CUSTOMER-TERMS-RECORD.
           05  CT-CUSTOMER-ID      PIC X(10).
           05  CT-TERMS-CODE       PIC X(4).
           05  CT-ASSIGNED-DATE    PIC 9(8).
           05  CT-OPERATOR-ID      PIC X(10).
