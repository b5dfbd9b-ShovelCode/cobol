      ******************************************************************
      * QTNXWS - WORKING-STORAGE for the next-available quote number
      *          control file. See QTNXSEL. After PERFORM
      *          GET-NEXT-QUOTE-NUMBER (QTNXPD), the freshly assigned
      *          number is in NQ-ASSIGNED-QUOTE-NUMBER.
      ******************************************************************
       01  NEXT-QUOTE-STATUS       PIC XX.
       01  NQ-ASSIGNED-QUOTE-NUMBER PIC 9(8).
