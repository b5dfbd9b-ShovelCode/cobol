      ******************************************************************
      * TCALSEL - FILE-CONTROL entry for the timecard approval log
      *           (tcappr.log) - one record for every card a
      *           supervisor approved or rejected at TCAPPRV, with
      *           the supervisor's operator ID. The card itself only
      *           carries the outcome; this is who decided it.
      *           Appended, never rewritten. COPY alongside TCALREC
      *           (inside the FD); declare TIMECARD-APPROVAL-STATUS in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT TIMECARD-APPROVAL-FILE ASSIGN TO "tcappr.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TIMECARD-APPROVAL-STATUS.
