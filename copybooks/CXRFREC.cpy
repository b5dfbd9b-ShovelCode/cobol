      ******************************************************************
      * CXRFREC - shared CUSTOMER-XREF-RECORD layout for the customer
      *           item cross-reference file (custxref.dat). See
      *           CXRFSEL. The customer ID is carried twice so each
      *           key is one contiguous field: CX-XREF-KEY finds our
      *           item from their part number, CX-ITEM-KEY their part
      *           number from our item. The description is theirs,
      *           as their catalog or the buyer gave it. CX-SOURCE
      *           says where the record last came from - K keyed on
      *           XREFMNT, C loaded from their catalog - with the
      *           business date of that change.
      ******************************************************************
       01  CUSTOMER-XREF-RECORD.
           05  CX-XREF-KEY.
               10  CX-CUSTOMER-ID  PIC X(10).
               10  CX-CUSTOMER-PART PIC X(10).
           05  CX-ITEM-KEY.
               10  CX-ITEM-CUSTOMER-ID PIC X(10).
               10  CX-ITEM-NUMBER  PIC X(10).
           05  CX-DESCRIPTION      PIC X(30).
           05  CX-SOURCE           PIC X.
               88  CX-KEYED                    VALUE "K".
               88  CX-FROM-CATALOG             VALUE "C".
           05  CX-CHANGED-DATE     PIC 9(8).
