      ******************************************************************
      * CNTLREC - shared COUNT-LINE-RECORD layout for the physical
      *           count line file (cntline.dat). See CNTLSEL. The book
      *           quantity is IT-ON-HAND when the sheets printed and
      *           the unit value is what each unit of variance is
      *           worth in dollars - the item's unit cost, or its
      *           price while it has no cost. Receiving is frozen for
      *           the department from then on, so the only movement
      *           against the book is the nightly depletion - which
      *           is why posting adds the variance to the current
      *           on-hand rather than overwriting it with the count.
      ******************************************************************
       01  COUNT-LINE-RECORD.
           05  CL-COUNT-KEY.
               10  CL-DEPARTMENT   PIC X(10).
               10  CL-ITEM-NUMBER  PIC X(10).
           05  CL-BOOK-QUANTITY    PIC S9(7).
           05  CL-COUNTED-QUANTITY PIC 9(7).
           05  CL-UNIT-VALUE       PIC S9(5)V99.
           05  CL-LINE-STATUS      PIC X.
               88  LINE-NOT-COUNTED            VALUE "U".
               88  LINE-COUNTED                VALUE "C".
               88  LINE-POSTED                 VALUE "P".
           05  CL-COUNT-OPERATOR   PIC X(10).
           05  CL-COUNT-DATE       PIC 9(8).
