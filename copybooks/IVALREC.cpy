      ******************************************************************
      * IVALREC - shared INVENTORY-VALUATION-RECORD layout for the
      *           inventory valuation control file (invval.dat). See
      *           IVALSEL. IV-PERIOD is the month last valued and
      *           IV-PRIOR-PERIOD the one valued before it (zero for
      *           a department's first valuation), so a rerun of the
      *           same month starts again from the same opening.
      *           The GL figures are the department's inventory
      *           account: the opening balance at the end of the
      *           prior period, the month's activity journaled by
      *           GLEXTR, and the closing balance carried forward.
      ******************************************************************
       01  INVENTORY-VALUATION-RECORD.
           05  IV-DEPARTMENT       PIC X(10).
           05  IV-PERIOD           PIC 9(6).
           05  IV-PRIOR-PERIOD     PIC 9(6).
           05  IV-ITEM-COUNT       PIC 9(7).
           05  IV-PERPETUAL-VALUE  PIC S9(11)V99.
           05  IV-GL-OPENING       PIC S9(11)V99.
           05  IV-GL-ACTIVITY      PIC S9(11)V99.
           05  IV-GL-BALANCE       PIC S9(11)V99.
           05  IV-RUN-DATE         PIC 9(8).
