      ******************************************************************
      * PICKREC - shared PICK-LINE-RECORD layout for the open pick
      *           file (ordpick.dat). See PICKSEL. The body mirrors
      *           ORDLREC - the accepted line unchanged, PK-QUANTITY
      *           being what the order run accepted to pick - then
      *           the warehouse's side: whether the ticket has
      *           printed, whether the dock has confirmed, and the
      *           quantity it confirmed as shipped, with the date and
      *           operator. PK-LINE-NUMBER is assigned in acceptance
      *           order within the order number. PK-SHIP-TO-CODE is
      *           the order line's ship-to, carried at the end.
      ******************************************************************
       01  PICK-LINE-RECORD.
           05  PK-PICK-KEY.
               10  PK-ORDER-NUMBER PIC 9(8).
               10  PK-LINE-NUMBER  PIC 9(4).
           05  PK-DEPARTMENT       PIC X(10).
           05  PK-CUSTOMER-ID      PIC X(10).
           05  PK-QUANTITY         PIC 9(5).
           05  PK-UNIT-PRICE       PIC S9(5)V99.
           05  PK-ITEM-NUMBER      PIC X(10).
           05  PK-OPERATOR-ID      PIC X(10).
           05  PK-BRANCH-CODE      PIC X(4).
           05  PK-ORDER-DATE       PIC 9(8).
           05  PK-ACCEPT-DATE      PIC 9(8).
           05  PK-TICKET-FLAG      PIC X.
               88  PK-TICKET-PRINTED           VALUE "Y".
           05  PK-CONFIRM-FLAG     PIC X.
               88  PK-CONFIRMED                VALUE "C".
               88  PK-AWAITING-CONFIRM         VALUE " ".
           05  PK-SHIPPED-QUANTITY PIC 9(5).
           05  PK-CONFIRM-DATE     PIC 9(8).
           05  PK-CONFIRM-OPERATOR PIC X(10).
           05  PK-SHIP-TO-CODE     PIC X(4).
