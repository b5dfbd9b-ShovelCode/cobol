      ******************************************************************
      * RCVLSEL - FILE-CONTROL entry for the receiving log
      *           (recvlog.dat) - one record per receipt keyed at the
      *           dock, appended by RECVENTR and read by the nightly
      *           receiving exceptions report. COPY alongside RCVLREC
      *           (inside the FD); declare RECEIVING-LOG-STATUS in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT RECEIVING-LOG-FILE ASSIGN TO "recvlog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECEIVING-LOG-STATUS.
