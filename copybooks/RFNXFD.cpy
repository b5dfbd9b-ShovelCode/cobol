      ******************************************************************
      * RFNXFD - FD/record for the next-available refund check number
      *          control file. See RFNXSEL.
      ******************************************************************
       FD  NEXT-REFUND-FILE.
       01  NEXT-REFUND-RECORD.
           05  NR-LAST-REFUND-NUMBER PIC 9(8).
