      ******************************************************************
      * CKNXFD - FD/record for the next-available payroll check
      *          number control file. See CKNXSEL.
      ******************************************************************
       FD  NEXT-CHECK-FILE.
       01  NEXT-CHECK-RECORD.
           05  NC-LAST-CHECK-NUMBER PIC 9(8).
