      ******************************************************************
      * DSPLSEL - FILE-CONTROL entry for the dispute log
      *           (dispute.log) - one record every time collections
      *           flags an open item in dispute or clears it, with
      *           the reason code, operator, and time. Appended,
      *           never rewritten; the flag itself lives on the open
      *           item, and this is the trail of who set and cleared
      *           it. COPY alongside DSPLREC (inside the FD); declare
      *           DISPUTE-LOG-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT DISPUTE-LOG-FILE ASSIGN TO "dispute.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DISPUTE-LOG-STATUS.
