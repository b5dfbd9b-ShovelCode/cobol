      ******************************************************************
      * IMOVWS - WORKING-STORAGE for the item movement history file.
      *          See IMOVSEL. MOVE a business date to MV-WS-DATE and
      *          PERFORM SET-MOVEMENT-WEEK (IMOVPD) for the Sunday
      *          that ends its week in MV-WS-WEEK-ENDING; a posting
      *          program then MOVEs the item, units, and dollars into
      *          the MV-WS- fields and PERFORMs POST-ITEM-MOVEMENT.
      *          MV-WS-KEEP-WEEKS is how many weeks the file holds.
      ******************************************************************
       01  ITEM-MOVEMENT-STATUS    PIC XX.
       01  MV-WS-POSTING-FIELDS.
           05  MV-WS-ITEM-NUMBER   PIC X(10).
           05  MV-WS-WEEK-ENDING   PIC 9(8).
           05  MV-WS-UNITS         PIC S9(7).
           05  MV-WS-AMOUNT        PIC S9(9)V99.
       01  MV-WS-DATE              PIC 9(8).
       01  MV-WS-DATE-INTEGER      PIC 9(8).
       01  MV-WS-WEEKDAY-WORK      PIC 9(8).
       01  MV-WS-WEEKDAY           PIC 9.
       01  MV-WS-KEEP-WEEKS        PIC 99      VALUE 13.
