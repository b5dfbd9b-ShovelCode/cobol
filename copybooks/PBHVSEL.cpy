      ******************************************************************
      * PBHVSEL - FILE-CONTROL entry for the customer payment behavior
      *           file (payrate.dat), keyed by customer. The monthly
      *           days-to-pay analysis (PAYBHV) rewrites one record
      *           per customer it finds payments for - how many days
      *           the customer takes to pay an item, the payment
      *           rating that earns, and the last three months'
      *           figures the trend is judged on. CREDMNT and the
      *           CUST360 inquiry show it beside the credit limit.
      *           COPY alongside PBHVREC (inside the FD), PBHVWS
      *           (WORKING-STORAGE), and, for the inquiry display,
      *           PBHVPD (PROCEDURE DIVISION).
      ******************************************************************
           SELECT PAYMENT-BEHAVIOR-FILE ASSIGN TO "payrate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-CUSTOMER-ID
               FILE STATUS IS PAYMENT-BEHAVIOR-STATUS.
