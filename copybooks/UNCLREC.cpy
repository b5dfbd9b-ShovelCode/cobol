      ******************************************************************
      * UNCLREC - shared UNCLAIMED-PROPERTY-RECORD layout for the
      *           unclaimed property file (unclprop.dat). See
      *           UNCLSEL. UP-CREDIT-AMOUNT is the credit owed the
      *           customer when selected, as a positive amount.
      *           UP-REPLY-BY-DATE is the end of the response window
      *           - counted from the selection, then from the letter
      *           once one is printed; a customer the letter merge
      *           suppresses (do-not-contact) keeps the first. A
      *           record is open while S (selected, letter due) or L
      *           (letter sent); C (claimed - the customer came back
      *           or the credit went) and R (reported to the state,
      *           UP-REPORTED-AMOUNT cleared by an ESCH adjustment)
      *           close it, dated UP-RESOLVED-DATE.
      ******************************************************************
       01  UNCLAIMED-PROPERTY-RECORD.
           05  UP-PROPERTY-KEY.
               10  UP-CUSTOMER-ID      PIC X(10).
               10  UP-SELECT-DATE      PIC 9(8).
           05  UP-STATUS               PIC X.
               88  UP-LETTER-DUE                   VALUE "S".
               88  UP-LETTER-SENT                  VALUE "L".
               88  UP-CLAIMED                      VALUE "C".
               88  UP-REPORTED                     VALUE "R".
               88  UP-STILL-OPEN                   VALUE "S" "L".
           05  UP-OWNER-STATE          PIC X(2).
           05  UP-LAST-ACTIVITY-DATE   PIC 9(8).
           05  UP-CREDIT-AMOUNT        PIC S9(9)V99.
           05  UP-RESPONSE-DAYS        PIC 9(3).
           05  UP-LETTER-DATE          PIC 9(8).
           05  UP-REPLY-BY-DATE        PIC 9(8).
           05  UP-RESOLVED-DATE        PIC 9(8).
           05  UP-REPORTED-AMOUNT      PIC S9(9)V99.
