      * Purpose: Nightly balance reconciliation - the money version
      *          of CUSTRECN's record-count discipline. Totals the
      *          day's accepted order-line extended amounts, the
      *          posted adjustments, the posted payments, the
      *          early-payment discounts taken (net of any a returned
      *          check gave back), and the
      *          returned checks reversed, totals what is actually
      *          on the balance file, and compares
      *          the file total against the prior night's control
      *          total plus today's postings. The expected total is
      *          carried forward in balctl.dat the way custctl.dat
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSTED-RETURN-STATUS.

           SELECT POSTED-NSF-FILE ASSIGN TO "nsfpost.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSTED-NSF-STATUS.

           COPY DSCTSEL.
           COPY CBALSEL.

           SELECT BALANCE-CONTROL-FILE ASSIGN TO "balctl.dat"
       FD  POSTED-RETURN-FILE.
           COPY RTNTREC.

       FD  POSTED-NSF-FILE.
           COPY NSFTREC.

       FD  DISCOUNT-TAKEN-FILE.
           COPY DSCTREC.

       FD  CUSTOMER-BALANCE-FILE.
           COPY CBALREC.

       01  POSTED-RETURN-STATUS    PIC XX.
       01  WS-RTN-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-POSTED-RETURNS          VALUE "Y".
       01  POSTED-NSF-STATUS       PIC XX.
       01  WS-NSF-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-POSTED-NSF               VALUE "Y".
       01  DISCOUNT-FILE-STATUS    PIC XX.
       01  WS-DSC-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-DISCOUNTS                VALUE "Y".
       01  WS-BAL-EOF-SWITCH       PIC X       VALUE "N".
           88  END-OF-BALANCE-FILE             VALUE "Y".
       01  WS-DAY-AMOUNT           PIC S9(11)V99 VALUE 0.
           PERFORM TOTAL-TODAYS-ADJUSTMENTS.
           PERFORM TOTAL-TODAYS-PAYMENTS.
           PERFORM TOTAL-TODAYS-RETURNS.
           PERFORM TOTAL-TODAYS-NSF-REVERSALS.
           PERFORM TOTAL-TODAYS-DISCOUNTS.
           PERFORM TOTAL-BALANCE-FILE.
           PERFORM WRITE-NEW-CONTROL.
           PERFORM COMPARE-TOTALS.
           SUBTRACT WS-EXTENDED-AMOUNT FROM WS-DAY-AMOUNT.
           PERFORM READ-POSTED-RETURN.

       TOTAL-TODAYS-NSF-REVERSALS.
      *    A returned check puts back what its payment took off, so
      *    the NSF posting's reversals go on like the adjustments.
           OPEN INPUT POSTED-NSF-FILE.
           IF POSTED-NSF-STATUS NOT = "00"
               MOVE "Y" TO WS-NSF-EOF-SWITCH
           ELSE
               PERFORM READ-POSTED-NSF
               PERFORM ADD-ONE-NSF-REVERSAL
                   UNTIL END-OF-POSTED-NSF
               CLOSE POSTED-NSF-FILE
           END-IF.

       READ-POSTED-NSF.
           READ POSTED-NSF-FILE
               AT END
                   MOVE "Y" TO WS-NSF-EOF-SWITCH
           END-READ.

       ADD-ONE-NSF-REVERSAL.
           ADD NS-AMOUNT TO WS-DAY-AMOUNT.
           PERFORM READ-POSTED-NSF.

       TOTAL-TODAYS-DISCOUNTS.
      *    A discount a check took came off the balance on top of
      *    the check; one a returned check lost went back on, as a
      *    negative record on the same file.
           OPEN INPUT DISCOUNT-TAKEN-FILE.
           IF DISCOUNT-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-DSC-EOF-SWITCH
           ELSE
               PERFORM READ-DISCOUNT-TAKEN
               PERFORM SUBTRACT-ONE-DISCOUNT
                   UNTIL END-OF-DISCOUNTS
               CLOSE DISCOUNT-TAKEN-FILE
           END-IF.

       READ-DISCOUNT-TAKEN.
           READ DISCOUNT-TAKEN-FILE
               AT END
                   MOVE "Y" TO WS-DSC-EOF-SWITCH
           END-READ.

       SUBTRACT-ONE-DISCOUNT.
           SUBTRACT DT-AMOUNT FROM WS-DAY-AMOUNT.
           PERFORM READ-DISCOUNT-TAKEN.

       TOTAL-BALANCE-FILE.
           OPEN INPUT CUSTOMER-BALANCE-FILE.
           IF BALANCE-FILE-STATUS NOT = "00"
