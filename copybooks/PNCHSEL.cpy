      ******************************************************************
      * PNCHSEL - FILE-CONTROL entry for the time clock's punch file
      *           (punch.dat), one record per badge swipe in the
      *           order the clock took them. The clock appends to it
      *           all day; PUNCHIMP turns the night's punches into
      *           pending timecards, archives them, and empties the
      *           file. COPY alongside PNCHREC (inside the FD);
      *           declare PUNCH-FILE-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT PUNCH-FILE ASSIGN TO "punch.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PUNCH-FILE-STATUS.
