      ******************************************************************
      * MEOVREC - shared MONTH-END-OVERRIDE-RECORD layout for the
      *           month-end override log (meovrd.dat). See MEOVSEL.
      *           MO-LOGGED-DATE and MO-LOGGED-TIME are the wall
      *           clock when the supervisor logged it.
      ******************************************************************
       01  MONTH-END-OVERRIDE-RECORD.
           05  MO-MONTH-END-DATE   PIC 9(8).
           05  MO-LOGGED-DATE      PIC 9(8).
           05  MO-LOGGED-TIME      PIC 9(8).
           05  MO-OPERATOR-ID      PIC X(10).
           05  MO-REASON           PIC X(50).
