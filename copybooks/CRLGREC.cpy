      ******************************************************************
      * CRLGREC - shared CREDIT-RELEASE-LOG-RECORD layout for the
      *           credit release log (credrls.log). See CRLGSEL. The
      *           decision date is the business date the decision
      *           was keyed; CL-OPERATOR-ID is the signed-on credit
      *           manager and CL-KEYED-BY the order-entry operator
      *           carried on the held line.
      ******************************************************************
       01  CREDIT-RELEASE-LOG-RECORD.
           05  CL-DECISION-DATE    PIC 9(8).
           05  CL-DECISION-TIME    PIC 9(8).
           05  CL-OPERATOR-ID      PIC X(10).
           05  CL-KEYED-BY         PIC X(10).
           05  CL-ORDER-NUMBER     PIC 9(8).
           05  CL-CUSTOMER-ID      PIC X(10).
           05  CL-DEPARTMENT       PIC X(10).
           05  CL-ITEM-NUMBER      PIC X(10).
           05  CL-EXTENDED-AMOUNT  PIC S9(9)V99.
           05  CL-DECISION         PIC X.
               88  CL-RELEASED                 VALUE "R".
               88  CL-CANCELLED                VALUE "C".
           05  CL-REASON-CODE      PIC X(4).
