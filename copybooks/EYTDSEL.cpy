      ******************************************************************
      * EYTDSEL - FILE-CONTROL entry for the employee earnings
      *           accumulator file (empytd.dat), keyed by employee and
      *           calendar year. PAYCALC adds each pay week into its
      *           quarter and the year; the quarterly wage report and
      *           the year-end wage statements read it. Because the
      *           year is in the key, a new year's first pay week
      *           starts a fresh record and every prior year stays on
      *           file as it closed. COPY alongside EYTDREC (inside
      *           the FD), EARNWS and EARNPD.
      ******************************************************************
           SELECT EARN-YEAR-FILE ASSIGN TO "empytd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EY-YEAR-KEY
               FILE STATUS IS EARN-YEAR-STATUS.
