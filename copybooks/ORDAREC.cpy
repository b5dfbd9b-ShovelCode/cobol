           05  AO-BRANCH-CODE      PIC X(4).
           05  AO-ORDER-NUMBER     PIC 9(8).
           05  AO-ORDER-DATE       PIC 9(8).
           05  AO-SHIP-TO-CODE     PIC X(4).
      *    AO-SALESPERSON-ID is the rep who owned the customer on
      *    the order date (custrep.dat), stamped at ship release;
      *    SPACES for a house account.
           05  AO-SALESPERSON-ID   PIC X(6).
