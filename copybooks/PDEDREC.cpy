      ******************************************************************
      * PDEDREC - shared DEDUCTION-RECORD layout for the employee
      *           payroll deduction file. See PDEDSEL. One record
      *           per deduction an employee carries: tax withholding,
      *           a benefit, or a garnishment, taken either as a flat
      *           amount per pay week or as a percent of the week's
      *           gross. ED-PRIORITY orders the deductions - lowest
      *           first - so withholding is taken ahead of benefits
      *           and a court order ahead of a voluntary deduction.
      *           A deduction applies to pay weeks ending on or after
      *           its effective date, through its stop date; a zero
      *           stop date means it runs until stopped in DEDMAINT.
      ******************************************************************
       01  DEDUCTION-RECORD.
           05  ED-DEDUCTION-KEY.
               10  ED-EMP-ID           PIC 9(5).
               10  ED-PRIORITY         PIC 99.
               10  ED-DEDUCTION-CODE   PIC X(6).
           05  ED-DESCRIPTION          PIC X(20).
           05  ED-DEDUCTION-TYPE       PIC X.
               88  ED-TAX-WITHHOLDING          VALUE "T".
               88  ED-BENEFIT                  VALUE "B".
               88  ED-GARNISHMENT              VALUE "G".
           05  ED-CALC-METHOD          PIC X.
               88  ED-FLAT-AMOUNT              VALUE "A".
               88  ED-PERCENT-OF-GROSS         VALUE "P".
           05  ED-AMOUNT               PIC 9(5)V99.
           05  ED-PERCENT              PIC 9(2)V999.
           05  ED-EFFECTIVE-DATE       PIC 9(8).
           05  ED-STOP-DATE            PIC 9(8).
