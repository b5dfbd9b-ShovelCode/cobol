      ******************************************************************
      * LVRQSEL - FILE-CONTROL entry for the employee leave request
      *           file (leavereq.dat), keyed by employee and first
      *           day of leave. LEAVEREQ takes the requests, LVAPPRV
      *           is the supervisor's approval, LVCARDS turns
      *           approved leave into timecards on the day, and
      *           LEAVECAL prints the department absence calendar.
      *           COPY alongside LVRQREC (inside the FD); declare
      *           LEAVE-REQUEST-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT LEAVE-REQUEST-FILE ASSIGN TO "leavereq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-REQUEST-KEY
               FILE STATUS IS LEAVE-REQUEST-STATUS.
