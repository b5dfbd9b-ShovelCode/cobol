      ******************************************************************
      * PAPLSEL - FILE-CONTROL entry for the payment application
      *           file (payapply.dat), keyed by customer, check
      *           number, posting date, and a sequence within the
      *           check. PAYPOST writes one record for every open
      *           item a check relieved and one for any amount left
      *           as an unapplied credit, so a check the bank later
      *           returns can be unwound item by item. NSFENTRY stamps
      *           the records of a returned check and NSFPOST re-opens
      *           the items from them. COPY alongside PAPLREC (inside
      *           the FD); declare PAYMENT-APPLY-STATUS in
      *           WORKING-STORAGE.
      ******************************************************************
           SELECT PAYMENT-APPLY-FILE ASSIGN TO "payapply.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-APPLY-KEY
               FILE STATUS IS PAYMENT-APPLY-STATUS.
