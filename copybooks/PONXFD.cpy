      ******************************************************************
      * PONXFD - FD/record for the next-available purchase order
      *          number control file. See PONXSEL.
      ******************************************************************
       FD  NEXT-PO-FILE.
       01  NEXT-PO-RECORD.
           05  NP-LAST-PO-NUMBER   PIC 9(8).
