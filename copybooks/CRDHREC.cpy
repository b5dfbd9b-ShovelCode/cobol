      *           fields mirror ORDLREC so a released line feeds
      *           straight back into the order run. COPY this inside
      *           the FD in every program that touches credhold.dat
      *           so the layout can never drift. The line's ship-to
      *           code rides at the end of the record.
      ******************************************************************
       01  CREDIT-HOLD-RECORD.
           05  CH-DEPARTMENT       PIC X(10).
           05  CH-POSTED-BALANCE   PIC S9(9)V99.
           05  CH-CREDIT-LIMIT     PIC S9(9)V99.
           05  CH-HOLD-DATE        PIC 9(8).
           05  CH-SHIP-TO-CODE     PIC X(4).
