      ******************************************************************
      * MEOVSEL - FILE-CONTROL entry for the month-end override log
      *           (meovrd.dat). A supervisor signed on to MEOVRIDE
      *           appends one record naming the month-end date and
      *           the reason; MEGATE lets a month with open checklist
      *           items through when the log holds an override for
      *           that date. The log is never rewritten. COPY
      *           alongside MEOVREC (inside the FD); declare
      *           MONTH-END-OVERRIDE-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT MONTH-END-OVERRIDE-FILE ASSIGN TO "meovrd.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MONTH-END-OVERRIDE-STATUS.
