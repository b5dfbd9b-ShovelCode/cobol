      ******************************************************************
      * PNCHREC - shared PUNCH-RECORD layout for the time clock punch
      *           file, as the clock writes it. PN-BADGE-ID is the
      *           badge number - the 5-digit EMP-ID followed by its
      *           check digit, exactly as keyed on a paper card.
      *           PN-PUNCH-TIME is the 24-hour clock time, HHMM.
      ******************************************************************
       01  PUNCH-RECORD.
           05  PN-BADGE-ID         PIC 9(6).
           05  PN-PUNCH-DATE       PIC 9(8).
           05  PN-PUNCH-TIME       PIC 9(4).
           05  PN-PUNCH-TYPE       PIC X.
               88  PN-PUNCH-IN                 VALUE "I".
               88  PN-PUNCH-OUT                VALUE "O".
