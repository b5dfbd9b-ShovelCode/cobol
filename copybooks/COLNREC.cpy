      ******************************************************************
      * COLNREC - shared COLLECTION-NOTE-RECORD layout for the
      *           collection notes file (colnotes.dat). See COLNSEL.
      *           CN-NOTE-TYPE is N for a call note or P for a promise
      *           to pay. A promise carries the amount and the date
      *           the customer promised it by; CN-PROMISE-PAID is
      *           what the nightly promise check has since matched
      *           from the customer's posted payments. The promise
      *           stays O (open) until the payments reach the amount
      *           - K (kept) - or its date passes short of it - B
      *           (broken); CN-STATUS-DATE is the night it was
      *           settled either way. The promise fields are zero
      *           and the status a space on a call note.
      ******************************************************************
       01  COLLECTION-NOTE-RECORD.
           05  CN-NOTE-KEY.
               10  CN-CUSTOMER-ID  PIC X(10).
               10  CN-NOTE-DATE    PIC 9(8).
               10  CN-NOTE-TIME    PIC 9(8).
           05  CN-NOTE-TYPE        PIC X.
               88  CN-CALL-NOTE                VALUE "N".
               88  CN-PROMISE-TO-PAY           VALUE "P".
           05  CN-OPERATOR-ID      PIC X(10).
           05  CN-NOTE-TEXT        PIC X(60).
           05  CN-PROMISE-AMOUNT   PIC S9(7)V99.
           05  CN-PROMISE-DATE     PIC 9(8).
           05  CN-PROMISE-PAID     PIC S9(7)V99.
           05  CN-PROMISE-STATUS   PIC X.
               88  CN-PROMISE-OPEN             VALUE "O".
               88  CN-PROMISE-KEPT             VALUE "K".
               88  CN-PROMISE-BROKEN           VALUE "B".
           05  CN-STATUS-DATE      PIC 9(8).
