      ******************************************************************
      * PONXWS - WORKING-STORAGE for the next-available purchase order
      *          number control file. See PONXSEL. After PERFORM
      *          GET-NEXT-PO-NUMBER (PONXPD), the freshly assigned
      *          number is in NP-ASSIGNED-PO-NUMBER.
      ******************************************************************
       01  NEXT-PO-STATUS          PIC XX.
       01  NP-ASSIGNED-PO-NUMBER   PIC 9(8).
