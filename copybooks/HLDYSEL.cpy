      ******************************************************************
      * HLDYSEL - FILE-CONTROL entry for the company holiday calendar
      *           (holiday.dat), keyed by the holiday date. HOLMAINT
      *           keeps it; HOLCARDS writes each holiday's pay cards
      *           from it. The NOPROC lines in the processing calendar
      *           say when the batch does not run - this file says
      *           when payroll pays a holiday; a date may be on one
      *           and not the other. COPY alongside HLDYREC (inside
      *           the FD); declare HOLIDAY-FILE-STATUS in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT HOLIDAY-FILE ASSIGN TO "holiday.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-HOLIDAY-DATE
               FILE STATUS IS HOLIDAY-FILE-STATUS.
