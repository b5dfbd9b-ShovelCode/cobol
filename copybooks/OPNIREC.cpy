      *           receivable detail file (openitem.dat). See OPNISEL.
      *           OI-REFERENCE is the posting date followed by a
      *           source letter (O = order run, A = adjustment,
      *           F = finance charge, P = unapplied payment credit,
      *           N = returned check re-opened as a new item,
      *           R = return credit memo, K = refund check clearing
      *           a credit balance),
      *           so one customer's items sort oldest first under the
      *           key. OI-OPEN-AMOUNT is what is still owed on the
      *           item; payments draw it down toward zero and a
      *           fully-relieved item stays on file at zero until the
      *           month-end aging drops it from the report, and until
      *           the monthly retention step (RETNPURG) moves it to
      *           the open-item archive once past its retention age.
      *           OI-INVOICE-NUMBER ties an order-run item to the
      *           invoice ORDINV printed for it, so a check that names
      *           the invoice relieves that item; it is zero on
      *           every other item. It follows the reference in the
      *           key, so a customer's items still read oldest first.
      *           OI-DUE-DATE is the date the item falls due under
      *           the customer's payment terms (terms.dat) - the
      *           aging, finance charges and dunning all count days
      *           past it. An order item whose terms carry a discount
      *           has OI-DISCOUNT-DATE as the last day a check paying
      *           it in full may take OI-DISCOUNT-PERCENT off; both
      *           are zero on an item with no discount.
      *           OI-DISPUTE-FLAG is "D" while collections holds the
      *           item in dispute (DISPMNT), with the reason code, the
      *           date it was flagged and the operator who flagged it;
      *           a disputed item is left out of dunning and finance
      *           charges and ages in its own column until cleared.
      *           The flag is a space and the rest zero or spaces on
      *           every undisputed item.
      ******************************************************************
       01  OPEN-ITEM-RECORD.
           05  OI-ITEM-KEY.
               10  OI-CUSTOMER-ID  PIC X(10).
               10  OI-REFERENCE    PIC X(10).
               10  OI-INVOICE-NUMBER PIC 9(8).
           05  OI-ITEM-DATE        PIC 9(8).
           05  OI-ITEM-TYPE        PIC X(4).
           05  OI-ORIGINAL-AMOUNT  PIC S9(9)V99.
           05  OI-OPEN-AMOUNT      PIC S9(9)V99.
           05  OI-DUE-DATE         PIC 9(8).
           05  OI-DISCOUNT-DATE    PIC 9(8).
           05  OI-DISCOUNT-PERCENT PIC 99V99.
           05  OI-DISPUTE-FLAG     PIC X.
               88  OI-ITEM-DISPUTED            VALUE "D".
           05  OI-DISPUTE-REASON   PIC X(4).
           05  OI-DISPUTE-DATE     PIC 9(8).
           05  OI-DISPUTE-OPERATOR PIC X(10).
