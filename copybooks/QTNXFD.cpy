      ******************************************************************
      * QTNXFD - FD/record for the next-available quote number
      *          control file. See QTNXSEL.
      ******************************************************************
       FD  NEXT-QUOTE-FILE.
       01  NEXT-QUOTE-RECORD.
           05  NQ-LAST-QUOTE-NUMBER PIC 9(8).
