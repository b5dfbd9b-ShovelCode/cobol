      ******************************************************************
      * CMRTREC - shared COMMISSION-RATE-RECORD layout for the
      *           commission rate table (comrate.dat). See CMRTSEL.
      *           CP-RATE is a fraction - 0.0500 pays five percent.
      ******************************************************************
       01  COMMISSION-RATE-RECORD.
           05  CP-DEPARTMENT       PIC X(10).
           05  CP-RATE             PIC 9V9999.
           05  CP-CHANGED-DATE     PIC 9(8).
           05  CP-OPERATOR-ID      PIC X(10).
