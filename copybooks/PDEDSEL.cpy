      ******************************************************************
      * PDEDSEL - FILE-CONTROL entry for the employee payroll
      *           deduction file (empded.dat), keyed by employee,
      *           priority, and deduction code - so a START at the
      *           employee reads that employee's deductions in the
      *           order PAYCALC takes them. DEDMAINT maintains it.
      *           COPY alongside PDEDREC (inside the FD); declare
      *           DEDUCTION-FILE-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT DEDUCTION-FILE ASSIGN TO "empded.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ED-DEDUCTION-KEY
               FILE STATUS IS DEDUCTION-FILE-STATUS.
