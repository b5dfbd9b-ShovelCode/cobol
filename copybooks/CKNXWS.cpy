      ******************************************************************
      * CKNXWS - WORKING-STORAGE for the next-available payroll check
      *          number control file. See CKNXSEL. After PERFORM
      *          GET-NEXT-CHECK-NUMBER (CKNXPD), the freshly assigned
      *          number is in NC-ASSIGNED-CHECK-NUMBER.
      ******************************************************************
       01  NEXT-CHECK-STATUS       PIC XX.
       01  NC-ASSIGNED-CHECK-NUMBER PIC 9(8).
