      ******************************************************************
      * RFNXWS - WORKING-STORAGE for the next-available refund check
      *          number control file. See RFNXSEL. After PERFORM
      *          GET-NEXT-REFUND-NUMBER (RFNXPD), the freshly
      *          assigned number is in NR-ASSIGNED-REFUND-NUMBER.
      ******************************************************************
       01  NEXT-REFUND-STATUS      PIC XX.
       01  NR-ASSIGNED-REFUND-NUMBER PIC 9(8).
