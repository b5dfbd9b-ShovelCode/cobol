      ******************************************************************
      * BORDREC - shared BACKORDER-RECORD layout for the backorder
      *           file (backord.dat). See BORDSEL. The body carries
      *           everything the original order line carried, so a
      *           released backorder goes back onto orderlin.dat as
      *           the same order - same number, customer, item, and
      *           price - for the quantity the receipt could cover.
      *           BO-SEQUENCE only separates two short lines for the
      *           same item on the same order and night.
      ******************************************************************
       01  BACKORDER-RECORD.
           05  BO-BACKORDER-KEY.
               10  BO-ITEM-NUMBER  PIC X(10).
               10  BO-BACKORDER-DATE PIC 9(8).
               10  BO-ORDER-NUMBER PIC 9(8).
               10  BO-SEQUENCE     PIC 9(3).
           05  BO-DEPARTMENT       PIC X(10).
           05  BO-CUSTOMER-ID      PIC X(10).
           05  BO-QUANTITY         PIC 9(5).
           05  BO-UNIT-PRICE       PIC S9(5)V99.
           05  BO-OPERATOR-ID      PIC X(10).
           05  BO-BRANCH-CODE      PIC X(4).
           05  BO-ORDER-DATE       PIC 9(8).
           05  BO-SHIP-TO-CODE     PIC X(4).
