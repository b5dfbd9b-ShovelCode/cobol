      ******************************************************************
      * SHIPREC - shared SHIP-TO-RECORD layout for the customer
      *           ship-to file (shipto.dat). See SHIPSEL. The address
      *           is structured the same way as CUSTOMER-ADDRESS. An
      *           order line with a blank ship-to code ships to, and
      *           is taxed at, the customer master's own address.
      *           An inactive ship-to (flag I) can no longer be keyed
      *           on new orders but still prints for lines already
      *           carrying it.
      ******************************************************************
       01  SHIP-TO-RECORD.
           05  ST-SHIP-TO-KEY.
               10  ST-CUSTOMER-ID  PIC X(10).
               10  ST-SHIP-TO-CODE PIC X(4).
           05  ST-NAME             PIC X(30).
           05  ST-ADDRESS.
               10  ST-STREET       PIC X(25).
               10  ST-CITY         PIC X(15).
               10  ST-STATE        PIC X(2).
               10  ST-ZIP          PIC X(8).
           05  ST-ACTIVE-FLAG      PIC X.
               88  SHIP-TO-ACTIVE              VALUE "A".
               88  SHIP-TO-INACTIVE            VALUE "I".
