      *           balance file (empaccr.dat), keyed by AB-EMP-ID.
      *           The weekly timecard report earns and draws the
      *           balances from the week's cards; the front-desk
      *           lookup reads them, and the leave request programs
      *           project them (LVBALPD). COPY alongside ACCRREC (inside
      *           the FD); declare ACCRUAL-FILE-STATUS in
      *           WORKING-STORAGE.
      ******************************************************************
