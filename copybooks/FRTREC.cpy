      ******************************************************************
      * FRTREC - shared FREIGHT-RATE-RECORD layout for the freight
      *          rate table (freight.dat). See FRTSEL. A bracket
      *          covers invoices whose merchandise total is at or
      *          under FR-BRACKET-LIMIT and over the zone's next lower
      *          limit. A zone with no record here ships free, and so
      *          does an invoice over the zone's highest limit - that
      *          is how a free-freight threshold is keyed.
      ******************************************************************
       01  FREIGHT-RATE-RECORD.
           05  FR-RATE-KEY.
               10  FR-ZONE         PIC X(3).
               10  FR-BRACKET-LIMIT PIC 9(7)V99.
           05  FR-CHARGE           PIC 9(5)V99.
