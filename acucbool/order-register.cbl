       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDREG.
      ******************************************************************
      * Purpose: Order register print report - the night's shipped
      *          order lines in customer sequence, each line carrying
      *          the customer's name from CUSTOMER-FILE, quantity,
      *          unit price, and extended amount, with per-customer
      *          subtotals and a grand total that ties to the ship
      *          release. Files with the other nightly reports
      *          instead of scrolling away on the console.
      ******************************************************************
       ENVIRONMENT DIVISION.
           05  SR-BRANCH-CODE      PIC X(4).
           05  SR-ORDER-NUMBER     PIC 9(8).
           05  SR-ORDER-DATE       PIC 9(8).
           05  SR-SHIP-TO-CODE     PIC X(4).
           05  SR-SALESPERSON-ID   PIC X(6).

           COPY PRTRECFD.
           COPY RUNLOGFD.
