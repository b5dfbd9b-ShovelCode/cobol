           05  OL-BRANCH-CODE      PIC X(4).
           05  OL-ORDER-NUMBER     PIC 9(8).
           05  OL-ORDER-DATE       PIC 9(8).
      *    OL-SHIP-TO-CODE names the customer's delivery point on
      *    shipto.dat; SPACES ships to (and taxes at) the customer
      *    master's own address, as every line did before ship-tos.
           05  OL-SHIP-TO-CODE     PIC X(4).
