      ******************************************************************
      * GREGSEL - FILE-CONTROL entry for the weekly gross-pay
      *           register file (grossreg.dat). TIMERPT writes it
      *           fresh each week, one record per employee it priced
      *           from approved cards, and PAYCALC takes the week's
      *           gross from it to figure deductions and net pay.
      *           COPY alongside GREGREC (inside the FD); declare
      *           GROSS-REGISTER-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT GROSS-REGISTER-FILE ASSIGN TO "grossreg.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GROSS-REGISTER-STATUS.
