      ******************************************************************
      * CNTCSEL - FILE-CONTROL entry for the physical count control
      *           file (cntctl.dat), one record per department keyed
      *           by CC-DEPARTMENT. CNTSHEET opens a department's
      *           count when it prints the count sheets, and CNTPOST
      *           closes it when the supervisor posts the variances.
      *           While a department's count is open, RECVENTR will
      *           not receive its items. COPY alongside CNTCREC
      *           (inside the FD); declare COUNT-CONTROL-STATUS in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT COUNT-CONTROL-FILE ASSIGN TO "cntctl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-DEPARTMENT
               FILE STATUS IS COUNT-CONTROL-STATUS.
