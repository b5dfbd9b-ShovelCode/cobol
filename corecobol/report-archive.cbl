           05  FILLER              PIC X(14) VALUE "addermtd.prt".
           05  FILLER              PIC X(14) VALUE "bkupcomp.prt".
           05  FILLER              PIC X(14) VALUE "opsdash.prt".
           05  FILLER              PIC X(14) VALUE "megate.prt".
       01  WS-REPORT-NAME-TABLE REDEFINES WS-REPORT-NAME-VALUES.
           05  WS-REPORT-NAME      OCCURS 22 TIMES PIC X(14).

           COPY RETCODE.
           COPY RUNLOGWS.
           PERFORM ARCHIVE-ONE-REPORT
               THRU ARCHIVE-ONE-REPORT-EXIT
               VARYING WS-REPORT-SUB FROM 1 BY 1
               UNTIL WS-REPORT-SUB > 22.
           DISPLAY "REPORT ARCHIVE COMPLETE - " WS-ARCHIVED-FILES
               " PRINT FILES ARCHIVED".
           MOVE RC-NORMAL TO RETURN-CODE.
