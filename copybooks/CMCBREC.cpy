      ******************************************************************
      * CMCBREC - shared CHARGEBACK-RECORD layout for the commission
      *           chargeback file (comchgbk.dat). See CMCBSEL.
      *           RB-AMOUNT is the credit or write-off amount as a
      *           positive number; the department is blank on a
      *           write-off, which is charged back at the WRITE-OFF
      *           rate.
      ******************************************************************
       01  CHARGEBACK-RECORD.
           05  RB-CHARGEBACK-TYPE  PIC X.
               88  RB-RETURN-CREDIT            VALUE "R".
               88  RB-WRITE-OFF                VALUE "W".
           05  RB-CUSTOMER-ID      PIC X(10).
           05  RB-DEPARTMENT       PIC X(10).
           05  RB-AMOUNT           PIC S9(7)V99.
           05  RB-ENTRY-DATE       PIC 9(8).
