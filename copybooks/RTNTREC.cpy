      *           and the GL extract read the posted file with this
      *           copybook too. Quantity and price are unsigned, as
      *           keyed; everything downstream treats the extended
      *           amount as a credit. Every return names the item
      *           that came back and whether it goes back on the
      *           shelf (R - restocked to on-hand by the posting) or
      *           is damaged (D - written to the damaged-goods log).
      *           Returns keyed before items were carried have a
      *           blank item and condition; they credit only.
      ******************************************************************
       01  RETURN-TRANS-RECORD.
           05  RT-DEPARTMENT       PIC X(10).
           05  RT-REASON-CODE      PIC X(4).
           05  RT-ENTRY-DATE       PIC 9(8).
           05  RT-OPERATOR-ID      PIC X(10).
           05  RT-ITEM-NUMBER      PIC X(10).
           05  RT-CONDITION        PIC X.
               88  RETURN-RESALEABLE           VALUE "R".
               88  RETURN-DAMAGED              VALUE "D".
