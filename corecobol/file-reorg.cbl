           COPY EMPREC.

       FD  EMPLOYEE-UNLOAD-FILE.
       01  EMPLOYEE-UNLOAD-RECORD  PIC X(69).

           COPY ALERTFD.
           COPY RUNLOGFD.
