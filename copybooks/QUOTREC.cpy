      ******************************************************************
      * QUOTREC - Record layout for the sales quote file. See
      *           QUOTSEL. One record per quoted line; every line of
      *           a quote carries the same customer, ship-to, dates,
      *           status, and (once converted) order number.
      *           QT-STANDARD-PRICE is the item price the quoted
      *           price displaced, and QT-PRICE-SOURCE says where the
      *           quoted price came from - an agreement-priced line
      *           is recorded as agreement usage when it converts,
      *           the same as if order entry had priced it.
      *           QT-QUOTE-STATUS E marks a quote that lapsed and has
      *           already been on a follow-up report.
      ******************************************************************
       01  QUOTE-RECORD.
           05  QT-QUOTE-KEY.
               10  QT-QUOTE-NUMBER PIC 9(8).
               10  QT-LINE-NUMBER  PIC 9(3).
           05  QT-CUSTOMER-ID      PIC X(10).
           05  QT-SHIP-TO-CODE     PIC X(4).
           05  QT-DEPARTMENT       PIC X(10).
           05  QT-ITEM-NUMBER      PIC X(10).
           05  QT-QUANTITY         PIC 9(5).
           05  QT-UNIT-PRICE       PIC S9(5)V99.
           05  QT-STANDARD-PRICE   PIC S9(5)V99.
           05  QT-PRICE-SOURCE     PIC X.
               88  QT-ITEM-PRICE               VALUE "I".
               88  QT-AGREEMENT-PRICE          VALUE "A".
               88  QT-OVERRIDE-PRICE           VALUE "O".
               88  QT-KEYED-PRICE              VALUE "K".
           05  QT-QUOTE-DATE       PIC 9(8).
           05  QT-EXPIRY-DATE      PIC 9(8).
           05  QT-OPERATOR-ID      PIC X(10).
           05  QT-BRANCH-CODE      PIC X(4).
           05  QT-QUOTE-STATUS     PIC X.
               88  QT-OPEN                     VALUE "O".
               88  QT-CONVERTED                VALUE "C".
               88  QT-LAPSED                   VALUE "E".
           05  QT-PRINT-FLAG       PIC X.
               88  QT-PRINTED                  VALUE "Y".
           05  QT-ORDER-NUMBER     PIC 9(8).
           05  QT-CONVERT-DATE     PIC 9(8).
