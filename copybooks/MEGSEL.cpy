      ******************************************************************
      * MEGSEL - FILE-CONTROL entry for the month-end readiness file
      *          (megate.dat). MEGATE rewrites it each time it checks
      *          a month-end night: a result record first, then one
      *          record per checklist item. The job stream reads the
      *          result to hold or release the MONTHEND steps, OPSDASH
      *          prints the checklist on the morning dashboard and
      *          MEOVRIDE shows it to the supervisor. COPY alongside
      *          MEGREC (inside the FD); declare MONTH-END-GATE-STATUS
      *          in WORKING-STORAGE.
      ******************************************************************
           SELECT MONTH-END-GATE-FILE ASSIGN TO "megate.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MONTH-END-GATE-STATUS.
