      ******************************************************************
      * POSGREC - shared PO-SUGGEST-RECORD layout for the purchase
      *           order suggestion file (posugg.dat). See POSGSEL.
      *           The stock position behind each suggestion is
      *           carried on the record so the buyer sees why the
      *           item came up without going back to the item master.
      ******************************************************************
       01  PO-SUGGEST-RECORD.
           05  PS-SUGGEST-KEY.
               10  PS-VENDOR-ID    PIC X(10).
               10  PS-ITEM-NUMBER  PIC X(10).
           05  PS-ON-HAND          PIC S9(7).
           05  PS-ON-ORDER         PIC 9(7).
           05  PS-BACKORDERED      PIC 9(7).
           05  PS-REORDER-POINT    PIC 9(7).
           05  PS-SUGGESTED-QUANTITY PIC 9(7).
           05  PS-SUGGEST-DATE     PIC 9(8).
