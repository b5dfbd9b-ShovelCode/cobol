      ******************************************************************
      * TXJRSEL - FILE-CONTROL entry for the sales tax journal
      *           (taxjrnl.dat) - the month's taxable and exempt
      *           sales and the tax on them, one record per invoice
      *           (ORDINV), credit memo (RTNPOST) and bad-debt
      *           write-off (WRITEOFF), by taxing state. The month-end
      *           tax liability report (TAXLIAB) totals it by state
      *           for the state returns and closes it out for the new
      *           month; the GL extract takes the night's return and
      *           write-off tax back out of tax payable from it. COPY
      *           alongside TXJRFD (FILE SECTION), TXJRWS
      *           (WORKING-STORAGE) and TXJRPD (PROCEDURE DIVISION).
      ******************************************************************
           SELECT TAX-JOURNAL-FILE ASSIGN TO "taxjrnl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TAX-JOURNAL-STATUS.
