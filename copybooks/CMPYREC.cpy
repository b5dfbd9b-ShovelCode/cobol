      ******************************************************************
      * CMPYREC - shared COMMISSION-PAY-RECORD layout for the
      *           commission payroll summary (commpay.dat). See
      *           CMPYSEL. CM-PERIOD is the YYYYMM the commission was
      *           earned in. CM-NET-SALES is the rep's shipped sales
      *           less return credits; CM-CHARGEBACK-AMOUNT the
      *           commission taken back on returns and write-offs,
      *           as a positive number; CM-COMMISSION-AMOUNT what
      *           payroll pays - negative when the chargebacks
      *           outran the month's sales, recovered from the next
      *           payment. CM-EMPLOYEE-ID is zero for an outside
      *           agent, paid outside payroll.
      ******************************************************************
       01  COMMISSION-PAY-RECORD.
           05  CM-SALESPERSON-ID   PIC X(6).
           05  CM-EMPLOYEE-ID      PIC 9(5).
           05  CM-PERIOD           PIC 9(6).
           05  CM-NET-SALES        PIC S9(9)V99.
           05  CM-CHARGEBACK-AMOUNT PIC S9(7)V99.
           05  CM-COMMISSION-AMOUNT PIC S9(7)V99.
