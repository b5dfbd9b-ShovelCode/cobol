           05  XE-EMP-ID           PIC 9(5).
           05  XE-CHECK-DIGIT      PIC 9.
           05  XE-EMP-NAME         PIC X(30).
           05  XE-REST-OF-RECORD   PIC X(33).

           COPY RUNLOGFD.

