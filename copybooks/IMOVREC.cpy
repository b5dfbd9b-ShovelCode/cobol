      ******************************************************************
      * IMOVREC - shared ITEM-MOVEMENT-RECORD layout for the item
      *           movement history file (itemmove.dat). See IMOVSEL.
      *           One record per item per week with sales; a week
      *           the item did not sell has no record.
      ******************************************************************
       01  ITEM-MOVEMENT-RECORD.
           05  MV-MOVEMENT-KEY.
               10  MV-ITEM-NUMBER  PIC X(10).
               10  MV-WEEK-ENDING  PIC 9(8).
           05  MV-UNITS            PIC S9(7).
           05  MV-SALES-AMOUNT     PIC S9(9)V99.
