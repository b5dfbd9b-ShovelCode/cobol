      *          file. See TXHSSEL. TX-AMOUNT is the signed movement
      *          applied to the balance (payments and returns are
      *          negative); TX-RUNNING-BALANCE is the balance the
      *          posting left behind. Types: ORD, ADJ, FIN, PAY, RTN,
      *          NSF (a returned check put back on the balance),
      *          RFD (a refund check clearing a credit balance),
      *          DSC (an early-payment discount the check took),
      *          ESC (a dormant credit reported as unclaimed
      *          property), BFW (balance forward - RETNPURG's
      *          stand-in for a customer's archived postings, its
      *          amount and running balance the balance they left).
      ******************************************************************
       FD  TRANSACTION-HISTORY-FILE.
       01  TRANSACTION-HISTORY-RECORD.
