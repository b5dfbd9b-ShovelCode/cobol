      *          POST-OPEN-ITEM-AMOUNT (OPNIPD); the amount is signed
      *          and accumulates into an existing item with the same
      *          customer and reference, so one night's order lines
      *          for a customer land as one dated item. Only the
      *          invoicing run sets OI-WS-INVOICE-NUMBER; everyone
      *          else leaves it at zero. Only the order posting sets
      *          the due and discount dates from the customer's
      *          terms; an item created with OI-WS-DUE-DATE at zero
      *          falls due on the house terms, OI-WS-HOUSE-NET-DAYS
      *          after its date, with no discount. The dispute
      *          fields are only loaded when an item is carried to
      *          another customer whole (CUSTMERG); a new item is
      *          otherwise never created in dispute.
      ******************************************************************
       01  OPEN-ITEM-STATUS        PIC XX.
       01  OI-WS-POSTING-FIELDS.
               10  OI-WS-REF-DATE  PIC 9(8).
               10  OI-WS-REF-TYPE  PIC X.
               10  FILLER          PIC X     VALUE SPACE.
           05  OI-WS-INVOICE-NUMBER PIC 9(8)   VALUE 0.
           05  OI-WS-ITEM-TYPE     PIC X(4).
           05  OI-WS-AMOUNT        PIC S9(9)V99.
           05  OI-WS-DUE-DATE      PIC 9(8)    VALUE 0.
           05  OI-WS-DISCOUNT-DATE PIC 9(8)    VALUE 0.
           05  OI-WS-DISCOUNT-PERCENT PIC 99V99 VALUE 0.
           05  OI-WS-DISPUTE-FLAG  PIC X       VALUE SPACE.
           05  OI-WS-DISPUTE-REASON PIC X(4)   VALUE SPACES.
           05  OI-WS-DISPUTE-DATE  PIC 9(8)    VALUE 0.
           05  OI-WS-DISPUTE-OPERATOR PIC X(10) VALUE SPACES.
       01  OI-WS-HOUSE-NET-DAYS    PIC 9(3)    VALUE 30.
