      * Purpose: One-time layout cutover, run by the operator ONCE,
      *          before the first night on the extended record
      *          layouts. This program is rewritten each time the
      *          shop's layouts grow; the prior generations (runlog
      *          45->55, custchg 318->328, employee 36->55, then
      *          customer/custarch 146->160, custchg 328->356,
      *          employee 55->60, oper 41->62, ordsusp 47->87,
      *          credhold 73->113, timecard 17->23) ran long ago.
      *          This generation, several files grew and the data
      *          already on disk is still the old width:
      *            - itemmast.dat 65 -> 97 bytes (vendor, reorder
      *              point, reorder quantity, unit cost, ABC class);
      *            - recvlog.dat 33 -> 49 bytes (PO number,
      *              receiving exception code, unit cost);
      *            - rtntrans.dat 54 -> 65 bytes (item number and
      *              resaleable/damaged condition).
      *            - orderlin.dat 72 -> 76, ordsusp.dat 87 -> 91,
      *              credhold.dat 113 -> 117 and stndord.dat 55 -> 59
      *              bytes (ship-to code on every order line), and
      *              with them every ordproc.<date> processed order
      *              file and ordproc.arc.<yyyymm> archive on disk;
      *            - every lbproc.<date> consumed lockbox file and
      *              lbproc.arc.<yyyymm> archive 67 -> 107 bytes (the
      *              invoice numbers a check pays).
      *            - openitem.dat 54 -> 105 bytes (invoice number in
      *              the key; due date, discount date and discount
      *              percent from payment terms; dispute flag,
      *              reason, date and operator), paytrans.dat
      *              51 -> 91 bytes and paysusp.dat 79 -> 119 bytes
      *              (the invoice numbers a check pays).
      *            - ordmtd.dat 72 -> 86 bytes (the salesperson
      *              who owned the customer on the order date, and
      *              the date the line was posted);
      *            - invreg.dat 59 -> 70 bytes (freight charged on
      *              the invoice);
      *            - employee.dat 60 -> 69 bytes (termination date
      *              and reason);
      *            - oper.dat 62 -> 67 bytes (the operator's
      *              employee number);
      *            - glmap.dat 20 -> 50 bytes (each department's
      *              inventory, cost of goods sold and shrink
      *              accounts).
      *          Each is unloaded under the OLD layout and
      *          reloaded under the new ones with the new fields
      *          defaulted: vendor SPACES and reorder point and
      *          quantity ZERO (the item stays off the purchase
      *          order suggestions until the buyer sets it up),
      *          item unit cost ZERO (the margin report counts the
      *          item as uncosted until ITEMMNT or its first costed
      *          receipt sets it), ABC class SPACE (unclassified
      *          until the first monthly velocity run), receipt PO
      *          number ZERO with exception code N and unit cost
      *          ZERO - the receipts
      *          on file were keyed before there were purchase
      *          orders, and the exceptions report only reads the
      *          current day, so history never reprints; return item
      *          and condition SPACES - returns keyed before the
      *          cutover credit the customer and move no stock.
      *          Every order-line file takes the ship-to code
      *          SPACES, which ships to the customer's bill-to
      *          address exactly as before; the dated files are found
      *          by name, listed on dtdcutov.lst the way the job
      *          stream lists them for retention, and consumed lockbox
      *          records name no invoices. Open items take invoice
      *          number ZERO - untied, relieved oldest first as they
      *          always were - and fall due on the house terms, 30
      *          days after the item date, with no discount, which
      *          ages them exactly as before, and none is in
      *          dispute; waiting payments and suspended lockbox
      *          items name no invoices. Month-to-date lines take
      *          salesperson SPACES (looked up by order date when
      *          commissions are figured) and post date the order
      *          date, the only date they carry; registered invoices
      *          freight ZERO. Employees take termination date ZERO
      *          and reason SPACE; anyone already terminated stays
      *          out of the turnover figures, which cannot date them.
      *          Operators take employee number ZERO - linked to
      *          nobody - until OPERMNT update sets it.
      *          GL mappings take the three inventory accounts
      *          SPACES; a department's inventory entries post to
      *          GL-SUSP with a WARN until GLMAPMNT update keys them.
      *          Deliberately writes no run-log entries of its own -
      *          a cutover is not a production step.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ITEM-FILE ASSIGN TO "itemmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OIT-ITEM-NUMBER
               FILE STATUS IS OLD-ITEM-STATUS.

           SELECT NEW-ITEM-FILE ASSIGN TO "itemmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IT-ITEM-NUMBER
               FILE STATUS IS NEW-ITEM-STATUS.

           SELECT ITEM-WORK-FILE ASSIGN TO "itmcutov.unl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ITEM-WORK-STATUS.

           SELECT OLD-RECEIPT-FILE ASSIGN TO "recvlog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-RECEIPT-STATUS.

           SELECT NEW-RECEIPT-FILE ASSIGN TO "recvlog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-RECEIPT-STATUS.

           SELECT RECEIPT-WORK-FILE ASSIGN TO "rcvcutov.unl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECEIPT-WORK-STATUS.

           SELECT OLD-RETURN-FILE ASSIGN TO "rtntrans.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-RETURN-STATUS.

           SELECT NEW-RETURN-FILE ASSIGN TO "rtntrans.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-RETURN-STATUS.

           SELECT RETURN-WORK-FILE ASSIGN TO "rtncutov.unl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RETURN-WORK-STATUS.

           SELECT OLD-ORDER-LINE-FILE ASSIGN TO "orderlin.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-ORDER-LINE-STATUS.

           SELECT NEW-ORDER-LINE-FILE ASSIGN TO "orderlin.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-ORDER-LINE-STATUS.

           SELECT ORDER-LINE-WORK-FILE ASSIGN TO "ordcutov.unl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ORDER-LINE-WORK-STATUS.

           SELECT OLD-SUSPENSE-FILE ASSIGN TO "ordsusp.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-SUSPENSE-STATUS.

           SELECT NEW-SUSPENSE-FILE ASSIGN TO "ordsusp.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-SUSPENSE-STATUS.

           SELECT SUSPENSE-WORK-FILE ASSIGN TO "suscutov.unl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUSPENSE-WORK-STATUS.

           SELECT OLD-CREDIT-HOLD-FILE ASSIGN TO "credhold.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-CREDIT-HOLD-STATUS.

           SELECT NEW-CREDIT-HOLD-FILE ASSIGN TO "credhold.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-CREDIT-HOLD-STATUS.

           SELECT CREDIT-HOLD-WORK-FILE ASSIGN TO "crhcutov.unl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CREDIT-HOLD-WORK-STATUS.

           SELECT OLD-STANDING-FILE ASSIGN TO "stndord.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OSO-ORDER-KEY
               FILE STATUS IS OLD-STANDING-STATUS.

           SELECT NEW-STANDING-FILE ASSIGN TO "stndord.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-ORDER-KEY
               FILE STATUS IS NEW-STANDING-STATUS.

           SELECT STANDING-WORK-FILE ASSIGN TO "stocutov.unl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STANDING-WORK-STATUS.

           SELECT OLD-OPEN-ITEM-FILE ASSIGN TO "openitem.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OOI-ITEM-KEY
               FILE STATUS IS OLD-OPEN-ITEM-STATUS.

           SELECT NEW-OPEN-ITEM-FILE ASSIGN TO "openitem.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-ITEM-KEY
               FILE STATUS IS NEW-OPEN-ITEM-STATUS.

           SELECT OPEN-ITEM-WORK-FILE ASSIGN TO "oitcutov.unl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPEN-ITEM-WORK-STATUS.

           SELECT OLD-PAYMENT-FILE ASSIGN TO "paytrans.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-PAYMENT-STATUS.

           SELECT NEW-PAYMENT-FILE ASSIGN TO "paytrans.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-PAYMENT-STATUS.

           SELECT PAYMENT-WORK-FILE ASSIGN TO "paycutov.unl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYMENT-WORK-STATUS.

           SELECT OLD-PAY-SUSPENSE-FILE ASSIGN TO "paysusp.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-PAY-SUSPENSE-STATUS.

           SELECT NEW-PAY-SUSPENSE-FILE ASSIGN TO "paysusp.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-PAY-SUSPENSE-STATUS.

           SELECT PAY-SUSPENSE-WORK-FILE ASSIGN TO "pyscutov.unl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAY-SUSPENSE-WORK-STATUS.

           SELECT OLD-MTD-ORDER-FILE ASSIGN TO "ordmtd.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-MTD-ORDER-STATUS.

           SELECT NEW-MTD-ORDER-FILE ASSIGN TO "ordmtd.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-MTD-ORDER-STATUS.

           SELECT MTD-ORDER-WORK-FILE ASSIGN TO "mtdcutov.unl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MTD-ORDER-WORK-STATUS.

           SELECT OLD-INVOICE-REGISTER-FILE ASSIGN TO "invreg.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-INVOICE-REGISTER-STATUS.

           SELECT NEW-INVOICE-REGISTER-FILE ASSIGN TO "invreg.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-INVOICE-REGISTER-STATUS.

           SELECT INVOICE-REGISTER-WORK-FILE ASSIGN TO "ivrcutov.unl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INVOICE-REGISTER-WORK-STATUS.

           SELECT OLD-EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OEM-EMP-ID
               FILE STATUS IS OLD-EMPLOYEE-STATUS.

           SELECT NEW-EMPLOYEE-FILE ASSIGN TO "employee.dat"
           SELECT OLD-OPERATOR-FILE ASSIGN TO "oper.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OOP-OPERATOR-ID
               FILE STATUS IS OLD-OPERATOR-STATUS.

           SELECT NEW-OPERATOR-FILE ASSIGN TO "oper.dat"
               RECORD KEY IS NOP-OPERATOR-ID
               FILE STATUS IS NEW-OPERATOR-STATUS.

           SELECT OPERATOR-WORK-FILE ASSIGN TO "opercutv.unl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPERATOR-WORK-STATUS.

           SELECT OLD-GL-MAP-FILE ASSIGN TO "glmap.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OGM-DEPARTMENT
               FILE STATUS IS OLD-GL-MAP-STATUS.

           SELECT NEW-GL-MAP-FILE ASSIGN TO "glmap.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GM-DEPARTMENT
               FILE STATUS IS NEW-GL-MAP-STATUS.

           SELECT GL-MAP-WORK-FILE ASSIGN TO "glmcutov.unl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GL-MAP-WORK-STATUS.

           SELECT DATED-CUTOVER-LIST ASSIGN TO "dtdcutov.lst"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DATED-CUTOVER-LIST-STATUS.

           SELECT OLD-DATED-ORDPROC-FILE ASSIGN TO WS-DATED-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-DATED-STATUS.

           SELECT NEW-DATED-ORDPROC-FILE ASSIGN TO WS-DATED-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-DATED-STATUS.

           SELECT DATED-ORDPROC-WORK-FILE ASSIGN TO "opccutov.unl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DATED-WORK-STATUS.

           SELECT OLD-DATED-LBPROC-FILE ASSIGN TO WS-DATED-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-DATED-STATUS.

           SELECT NEW-DATED-LBPROC-FILE ASSIGN TO WS-DATED-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-DATED-STATUS.

           SELECT DATED-LBPROC-WORK-FILE ASSIGN TO "lbpcutov.unl"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DATED-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The pre-cutover layouts, frozen here on purpose - these
      *    FDs are the only place in the shop that still reads them.
       FD  OLD-ITEM-FILE.
       01  OLD-ITEM-RECORD.
           05  OIT-ITEM-NUMBER     PIC X(10).
           05  OIT-DESCRIPTION     PIC X(30).
           05  OIT-DEPARTMENT      PIC X(10).
           05  OIT-UNIT-PRICE      PIC S9(5)V99.
           05  OIT-ON-HAND         PIC S9(7).
           05  OIT-ACTIVE-FLAG     PIC X.

       FD  NEW-ITEM-FILE.
           COPY ITEMREC.

       FD  ITEM-WORK-FILE.
       01  ITEM-WORK-RECORD.
           05  IW-ITEM-NUMBER      PIC X(10).
           05  IW-DESCRIPTION      PIC X(30).
           05  IW-DEPARTMENT       PIC X(10).
           05  IW-UNIT-PRICE       PIC S9(5)V99.
           05  IW-ON-HAND          PIC S9(7).
           05  IW-ACTIVE-FLAG      PIC X.

       FD  OLD-RECEIPT-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  OLD-RECEIPT-RECORD.
           05  ORV-ITEM-NUMBER     PIC X(10).
           05  ORV-QUANTITY        PIC 9(5).
           05  ORV-RECEIPT-DATE    PIC 9(8).
           05  ORV-OPERATOR-ID     PIC X(10).

       FD  NEW-RECEIPT-FILE.
           COPY RCVLREC.

       FD  RECEIPT-WORK-FILE.
       01  RECEIPT-WORK-RECORD.
           05  RW-ITEM-NUMBER      PIC X(10).
           05  RW-QUANTITY         PIC 9(5).
           05  RW-RECEIPT-DATE     PIC 9(8).
           05  RW-OPERATOR-ID      PIC X(10).

       FD  OLD-RETURN-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01  OLD-RETURN-RECORD.
           05  ORT-DEPARTMENT      PIC X(10).
           05  ORT-CUSTOMER-ID     PIC X(10).
           05  ORT-QUANTITY        PIC 9(5).
           05  ORT-UNIT-PRICE      PIC S9(5)V99.
           05  ORT-REASON-CODE     PIC X(4).
           05  ORT-ENTRY-DATE      PIC 9(8).
           05  ORT-OPERATOR-ID     PIC X(10).

       FD  NEW-RETURN-FILE.
           COPY RTNTREC.

       FD  RETURN-WORK-FILE.
       01  RETURN-WORK-RECORD.
           05  TW-DEPARTMENT       PIC X(10).
           05  TW-CUSTOMER-ID      PIC X(10).
           05  TW-QUANTITY         PIC 9(5).
           05  TW-UNIT-PRICE       PIC S9(5)V99.
           05  TW-REASON-CODE      PIC X(4).
           05  TW-ENTRY-DATE       PIC 9(8).
           05  TW-OPERATOR-ID      PIC X(10).

       FD  OLD-ORDER-LINE-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  OLD-ORDER-LINE-RECORD   PIC X(72).

       FD  NEW-ORDER-LINE-FILE.
           COPY ORDLREC.

       FD  ORDER-LINE-WORK-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  ORDER-LINE-WORK-RECORD  PIC X(72).

       FD  OLD-SUSPENSE-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01  OLD-SUSPENSE-RECORD     PIC X(87).

       FD  NEW-SUSPENSE-FILE.
           COPY SUSPREC.

       FD  SUSPENSE-WORK-FILE
           RECORD CONTAINS 87 CHARACTERS.
       01  SUSPENSE-WORK-RECORD    PIC X(87).

       FD  OLD-CREDIT-HOLD-FILE
           RECORD CONTAINS 113 CHARACTERS.
       01  OLD-CREDIT-HOLD-RECORD  PIC X(113).

       FD  NEW-CREDIT-HOLD-FILE.
           COPY CRDHREC.

       FD  CREDIT-HOLD-WORK-FILE
           RECORD CONTAINS 113 CHARACTERS.
       01  CREDIT-HOLD-WORK-RECORD PIC X(113).

       FD  OLD-STANDING-FILE.
       01  OLD-STANDING-RECORD.
           05  OSO-ORDER-KEY       PIC X(13).
           05  FILLER              PIC X(42).

       FD  NEW-STANDING-FILE.
           COPY STORREC.

       FD  STANDING-WORK-FILE
           RECORD CONTAINS 55 CHARACTERS.
       01  STANDING-WORK-RECORD    PIC X(55).

       FD  OLD-OPEN-ITEM-FILE.
       01  OLD-OPEN-ITEM-RECORD.
           05  OOI-ITEM-KEY        PIC X(20).
           05  OOI-REST-OF-ITEM    PIC X(34).

       FD  NEW-OPEN-ITEM-FILE.
           COPY OPNIREC.

       FD  OPEN-ITEM-WORK-FILE.
       01  OPEN-ITEM-WORK-RECORD.
           05  OW-ITEM-KEY         PIC X(20).
           05  OW-REST-OF-ITEM     PIC X(34).

       FD  OLD-PAYMENT-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  OLD-PAYMENT-RECORD      PIC X(51).

       FD  NEW-PAYMENT-FILE.
           COPY PAYTREC.

       FD  PAYMENT-WORK-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  PAYMENT-WORK-RECORD     PIC X(51).

       FD  OLD-PAY-SUSPENSE-FILE
           RECORD CONTAINS 79 CHARACTERS.
       01  OLD-PAY-SUSPENSE-RECORD PIC X(79).

       FD  NEW-PAY-SUSPENSE-FILE
           RECORD CONTAINS 119 CHARACTERS.
       01  NEW-PAY-SUSPENSE-RECORD.
           05  NPS-REMITTANCE      PIC X(67).
           05  NPS-INVOICE-NUMBERS PIC X(40).
           05  NPS-SUSPENSE-FIELDS PIC X(12).

       FD  PAY-SUSPENSE-WORK-FILE.
       01  PAY-SUSPENSE-WORK-RECORD.
           05  PSW-REMITTANCE      PIC X(67).
           05  PSW-SUSPENSE-FIELDS PIC X(12).

       FD  OLD-MTD-ORDER-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  OLD-MTD-ORDER-RECORD    PIC X(72).

       FD  NEW-MTD-ORDER-FILE.
           COPY ORDMREC.

       FD  MTD-ORDER-WORK-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  MTD-ORDER-WORK-RECORD   PIC X(72).

       FD  OLD-INVOICE-REGISTER-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01  OLD-INVOICE-REGISTER-RECORD PIC X(59).

       FD  NEW-INVOICE-REGISTER-FILE.
           COPY INVRREC.

       FD  INVOICE-REGISTER-WORK-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01  INVOICE-REGISTER-WORK-RECORD PIC X(59).

       FD  OLD-EMPLOYEE-FILE.
       01  OLD-EMPLOYEE-RECORD.
           05  OEM-EMP-ID          PIC 9(5).
           05  OEM-REST-OF-RECORD  PIC X(55).

       FD  NEW-EMPLOYEE-FILE.
           COPY EMPREC.

       FD  EMPLOYEE-WORK-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  EMPLOYEE-WORK-RECORD    PIC X(60).

       FD  OLD-OPERATOR-FILE.
       01  OLD-OPERATOR-RECORD.
           05  OOP-OPERATOR-ID     PIC X(10).
           05  OOP-REST-OF-RECORD  PIC X(52).

      *    The new layout is OPERFD's, spelled out here because that
      *    copybook also carries the sign-on audit FD.
       FD  NEW-OPERATOR-FILE.
       01  NEW-OPERATOR-RECORD.
           05  NOP-OPERATOR-ID     PIC X(10).
           05  NOP-REST-OF-RECORD  PIC X(52).
           05  NOP-EMP-ID          PIC 9(5).

       FD  OPERATOR-WORK-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  OPERATOR-WORK-RECORD    PIC X(62).

       FD  OLD-GL-MAP-FILE.
       01  OLD-GL-MAP-RECORD.
           05  OGM-DEPARTMENT      PIC X(10).
           05  OGM-GL-ACCOUNT      PIC X(10).

       FD  NEW-GL-MAP-FILE.
           COPY GLMPREC.

       FD  GL-MAP-WORK-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  GL-MAP-WORK-RECORD.
           05  GW-DEPARTMENT       PIC X(10).
           05  GW-GL-ACCOUNT       PIC X(10).

       FD  DATED-CUTOVER-LIST.
       01  DATED-CUTOVER-ENTRY.
           05  DCL-FILE-NAME       PIC X(20).

      *    A processed order file is the night's order lines as they
      *    stood; a processed lockbox file is the bank's records.
       FD  OLD-DATED-ORDPROC-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  OLD-DATED-ORDPROC-RECORD PIC X(72).

       FD  NEW-DATED-ORDPROC-FILE
           RECORD CONTAINS 76 CHARACTERS.
       01  NEW-DATED-ORDPROC-RECORD PIC X(76).

       FD  DATED-ORDPROC-WORK-FILE
           RECORD CONTAINS 72 CHARACTERS.
       01  DATED-ORDPROC-WORK-RECORD PIC X(72).

       FD  OLD-DATED-LBPROC-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  OLD-DATED-LBPROC-RECORD PIC X(67).

       FD  NEW-DATED-LBPROC-FILE
           RECORD CONTAINS 107 CHARACTERS.
       01  NEW-DATED-LBPROC-RECORD PIC X(107).

       FD  DATED-LBPROC-WORK-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  DATED-LBPROC-WORK-RECORD PIC X(67).

       WORKING-STORAGE SECTION.
       01  OLD-ITEM-STATUS         PIC XX.
       01  NEW-ITEM-STATUS         PIC XX.
       01  ITEM-WORK-STATUS        PIC XX.
       01  OLD-RECEIPT-STATUS      PIC XX.
       01  NEW-RECEIPT-STATUS      PIC XX.
       01  RECEIPT-WORK-STATUS     PIC XX.
       01  OLD-RETURN-STATUS       PIC XX.
       01  NEW-RETURN-STATUS       PIC XX.
       01  RETURN-WORK-STATUS      PIC XX.
       01  OLD-ORDER-LINE-STATUS    PIC XX.
       01  NEW-ORDER-LINE-STATUS    PIC XX.
       01  ORDER-LINE-WORK-STATUS   PIC XX.
       01  OLD-SUSPENSE-STATUS      PIC XX.
       01  NEW-SUSPENSE-STATUS      PIC XX.
       01  SUSPENSE-WORK-STATUS     PIC XX.
       01  OLD-CREDIT-HOLD-STATUS   PIC XX.
       01  NEW-CREDIT-HOLD-STATUS   PIC XX.
       01  CREDIT-HOLD-WORK-STATUS  PIC XX.
       01  OLD-STANDING-STATUS      PIC XX.
       01  NEW-STANDING-STATUS      PIC XX.
       01  STANDING-WORK-STATUS     PIC XX.
       01  OLD-OPEN-ITEM-STATUS     PIC XX.
       01  NEW-OPEN-ITEM-STATUS     PIC XX.
       01  OPEN-ITEM-WORK-STATUS    PIC XX.
       01  OLD-PAYMENT-STATUS       PIC XX.
       01  NEW-PAYMENT-STATUS       PIC XX.
       01  PAYMENT-WORK-STATUS      PIC XX.
       01  OLD-PAY-SUSPENSE-STATUS  PIC XX.
       01  NEW-PAY-SUSPENSE-STATUS  PIC XX.
       01  PAY-SUSPENSE-WORK-STATUS PIC XX.
       01  OLD-MTD-ORDER-STATUS     PIC XX.
       01  NEW-MTD-ORDER-STATUS     PIC XX.
       01  MTD-ORDER-WORK-STATUS    PIC XX.
       01  OLD-INVOICE-REGISTER-STATUS  PIC XX.
       01  NEW-INVOICE-REGISTER-STATUS  PIC XX.
       01  INVOICE-REGISTER-WORK-STATUS PIC XX.
       01  OLD-EMPLOYEE-STATUS      PIC XX.
       01  NEW-EMPLOYEE-STATUS      PIC XX.
       01  EMPLOYEE-WORK-STATUS     PIC XX.
       01  OLD-OPERATOR-STATUS      PIC XX.
       01  NEW-OPERATOR-STATUS      PIC XX.
       01  OPERATOR-WORK-STATUS     PIC XX.
       01  OLD-GL-MAP-STATUS        PIC XX.
       01  NEW-GL-MAP-STATUS        PIC XX.
       01  GL-MAP-WORK-STATUS       PIC XX.
       01  DATED-CUTOVER-LIST-STATUS PIC XX.
       01  OLD-DATED-STATUS         PIC XX.
       01  NEW-DATED-STATUS         PIC XX.
       01  DATED-WORK-STATUS        PIC XX.
       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-THIS-FILE                VALUE "Y".
       01  WS-ARCHIVED-COUNT       PIC 9(6).
       01  WS-CUTOVER-DATE         PIC 9(8).
       01  WS-LIST-EOF-SWITCH      PIC X       VALUE "N".
           88  END-OF-DATED-LIST               VALUE "Y".
       01  WS-DATED-FILE-NAME      PIC X(20).
       01  WS-DATED-FILE-COUNT     PIC 9(5).

      *    The same names, in the same 20-byte list, that the job
      *    stream hands the retention step.
       01  WS-DATED-LIST-COMMAND.
           05  FILLER              PIC X(40) VALUE
               "printf '%-20s' $(ls ordproc.???????? ".
           05  FILLER              PIC X(40) VALUE
               "ordproc.arc.?????? lbproc.???????? ".
           05  FILLER              PIC X(40) VALUE
               "lbproc.arc.?????? 2>/dev/null) ".
           05  FILLER              PIC X(40) VALUE
               "> dtdcutov.lst".

           COPY RETCODE.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT WS-CUTOVER-DATE FROM DATE YYYYMMDD.
           DISPLAY "LAYOUT CUTOVER STARTING - " WS-CUTOVER-DATE.
           PERFORM CUTOVER-ITEM-FILE
               THRU CUTOVER-ITEM-FILE-EXIT.
           PERFORM CUTOVER-RECEIPT-FILE
               THRU CUTOVER-RECEIPT-FILE-EXIT.
           PERFORM CUTOVER-RETURN-FILE
               THRU CUTOVER-RETURN-FILE-EXIT.
           PERFORM CUTOVER-ORDER-LINE-FILE
               THRU CUTOVER-ORDER-LINE-FILE-EXIT.
           PERFORM CUTOVER-SUSPENSE-FILE
               THRU CUTOVER-SUSPENSE-FILE-EXIT.
           PERFORM CUTOVER-CREDIT-HOLD-FILE
               THRU CUTOVER-CREDIT-HOLD-FILE-EXIT.
           PERFORM CUTOVER-STANDING-FILE
               THRU CUTOVER-STANDING-FILE-EXIT.
           PERFORM CUTOVER-OPEN-ITEM-FILE
               THRU CUTOVER-OPEN-ITEM-FILE-EXIT.
           PERFORM CUTOVER-PAYMENT-FILE
               THRU CUTOVER-PAYMENT-FILE-EXIT.
           PERFORM CUTOVER-PAY-SUSPENSE-FILE
               THRU CUTOVER-PAY-SUSPENSE-FILE-EXIT.
           PERFORM CUTOVER-MTD-ORDER-FILE
               THRU CUTOVER-MTD-ORDER-FILE-EXIT.
           PERFORM CUTOVER-INVOICE-REGISTER-FILE
               THRU CUTOVER-INVOICE-REGISTER-FILE-EXIT.
           PERFORM CUTOVER-EMPLOYEE-FILE
               THRU CUTOVER-EMPLOYEE-FILE-EXIT.
           PERFORM CUTOVER-OPERATOR-FILE
               THRU CUTOVER-OPERATOR-FILE-EXIT.
           PERFORM CUTOVER-GL-MAP-FILE
               THRU CUTOVER-GL-MAP-FILE-EXIT.
           PERFORM CUTOVER-DATED-FILES
               THRU CUTOVER-DATED-FILES-EXIT.
           DISPLAY "LAYOUT CUTOVER COMPLETE.".
           MOVE RC-NORMAL TO RETURN-CODE.
           STOP RUN.

       CUTOVER-ITEM-FILE.
      *    Without this the old 65-byte item master opens status 39
      *    against the grown FD and order entry, receiving and the
      *    nightly depletion all stop.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-ITEM-FILE.
           IF OLD-ITEM-STATUS NOT = "00"
               DISPLAY "ITEMMAST - OPEN STATUS " OLD-ITEM-STATUS
                   ", NOTHING TO CUT OVER"
               GO TO CUTOVER-ITEM-FILE-EXIT
           END-IF.
           OPEN OUTPUT ITEM-WORK-FILE.
           PERFORM UNLOAD-ONE-OLD-ITEM
               UNTIL END-OF-THIS-FILE.
           CLOSE OLD-ITEM-FILE.
           CLOSE ITEM-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ITEM-WORK-FILE.
           OPEN OUTPUT NEW-ITEM-FILE.
           PERFORM RELOAD-ONE-NEW-ITEM
               UNTIL END-OF-THIS-FILE.
           CLOSE ITEM-WORK-FILE.
           CLOSE NEW-ITEM-FILE.
           DISPLAY "ITEMMAST - " WS-ARCHIVED-COUNT
               " RECORDS EXTENDED TO THE NEW LAYOUT".

       CUTOVER-ITEM-FILE-EXIT.
           EXIT.

       UNLOAD-ONE-OLD-ITEM.
           READ OLD-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OIT-ITEM-NUMBER TO IW-ITEM-NUMBER
                   MOVE OIT-DESCRIPTION TO IW-DESCRIPTION
                   MOVE OIT-DEPARTMENT  TO IW-DEPARTMENT
                   MOVE OIT-UNIT-PRICE  TO IW-UNIT-PRICE
                   MOVE OIT-ON-HAND     TO IW-ON-HAND
                   MOVE OIT-ACTIVE-FLAG TO IW-ACTIVE-FLAG
                   WRITE ITEM-WORK-RECORD
           END-READ.

       RELOAD-ONE-NEW-ITEM.
           READ ITEM-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE IW-ITEM-NUMBER TO IT-ITEM-NUMBER
                   MOVE IW-DESCRIPTION TO IT-DESCRIPTION
                   MOVE IW-DEPARTMENT  TO IT-DEPARTMENT
                   MOVE IW-UNIT-PRICE  TO IT-UNIT-PRICE
                   MOVE IW-ON-HAND     TO IT-ON-HAND
                   MOVE IW-ACTIVE-FLAG TO IT-ACTIVE-FLAG
                   MOVE SPACES         TO IT-VENDOR-ID
                   MOVE 0              TO IT-REORDER-POINT
                   MOVE 0              TO IT-REORDER-QUANTITY
                   MOVE 0              TO IT-UNIT-COST
                   MOVE SPACE          TO IT-ABC-CLASS
                   WRITE ITEM-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "RELOAD REJECTED ITEM "
                               IT-ITEM-NUMBER
                       NOT INVALID KEY
                           ADD 1 TO WS-ARCHIVED-COUNT
                   END-WRITE
           END-READ.

       CUTOVER-RECEIPT-FILE.
      *    The receiving log is appended every shift and never
      *    trimmed, so at cutover it is all old-width records.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-RECEIPT-FILE.
           IF OLD-RECEIPT-STATUS NOT = "00"
               DISPLAY "RECVLOG  - NOT ON FILE, NOTHING TO CUT OVER"
               GO TO CUTOVER-RECEIPT-FILE-EXIT
           END-IF.
           OPEN OUTPUT RECEIPT-WORK-FILE.
           PERFORM UNLOAD-ONE-OLD-RECEIPT
               UNTIL END-OF-THIS-FILE.
           CLOSE OLD-RECEIPT-FILE.
           CLOSE RECEIPT-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RECEIPT-WORK-FILE.
           OPEN OUTPUT NEW-RECEIPT-FILE.
           PERFORM RELOAD-ONE-NEW-RECEIPT
               UNTIL END-OF-THIS-FILE.
           CLOSE RECEIPT-WORK-FILE.
           CLOSE NEW-RECEIPT-FILE.
           DISPLAY "RECVLOG  - " WS-ARCHIVED-COUNT
               " RECORDS EXTENDED TO THE NEW LAYOUT".

       CUTOVER-RECEIPT-FILE-EXIT.
           EXIT.

       UNLOAD-ONE-OLD-RECEIPT.
           READ OLD-RECEIPT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE ORV-ITEM-NUMBER  TO RW-ITEM-NUMBER
                   MOVE ORV-QUANTITY     TO RW-QUANTITY
                   MOVE ORV-RECEIPT-DATE TO RW-RECEIPT-DATE
                   MOVE ORV-OPERATOR-ID  TO RW-OPERATOR-ID
                   WRITE RECEIPT-WORK-RECORD
           END-READ.

       RELOAD-ONE-NEW-RECEIPT.
           READ RECEIPT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE RW-ITEM-NUMBER  TO RV-ITEM-NUMBER
                   MOVE RW-QUANTITY     TO RV-QUANTITY
                   MOVE RW-RECEIPT-DATE TO RV-RECEIPT-DATE
                   MOVE RW-OPERATOR-ID  TO RV-OPERATOR-ID
                   MOVE 0               TO RV-PO-NUMBER
                   MOVE "N"             TO RV-EXCEPTION-CODE
                   MOVE 0               TO RV-UNIT-COST
                   WRITE RECEIVING-LOG-RECORD
                   ADD 1 TO WS-ARCHIVED-COUNT
           END-READ.

       CUTOVER-RETURN-FILE.
      *    The return entry file holds only the returns keyed since
      *    the last posting; it is normally empty first thing in the
      *    morning, but whatever is waiting must post on the new
      *    layout tonight.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-RETURN-FILE.
           IF OLD-RETURN-STATUS NOT = "00"
               DISPLAY "RTNTRANS - NOT ON FILE, NOTHING TO CUT OVER"
               GO TO CUTOVER-RETURN-FILE-EXIT
           END-IF.
           OPEN OUTPUT RETURN-WORK-FILE.
           PERFORM UNLOAD-ONE-OLD-RETURN
               UNTIL END-OF-THIS-FILE.
           CLOSE OLD-RETURN-FILE.
           CLOSE RETURN-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RETURN-WORK-FILE.
           OPEN OUTPUT NEW-RETURN-FILE.
           PERFORM RELOAD-ONE-NEW-RETURN
               UNTIL END-OF-THIS-FILE.
           CLOSE RETURN-WORK-FILE.
           CLOSE NEW-RETURN-FILE.
           DISPLAY "RTNTRANS - " WS-ARCHIVED-COUNT
               " RECORDS EXTENDED TO THE NEW LAYOUT".

       CUTOVER-RETURN-FILE-EXIT.
           EXIT.

       UNLOAD-ONE-OLD-RETURN.
           READ OLD-RETURN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE ORT-DEPARTMENT  TO TW-DEPARTMENT
                   MOVE ORT-CUSTOMER-ID TO TW-CUSTOMER-ID
                   MOVE ORT-QUANTITY    TO TW-QUANTITY
                   MOVE ORT-UNIT-PRICE  TO TW-UNIT-PRICE
                   MOVE ORT-REASON-CODE TO TW-REASON-CODE
                   MOVE ORT-ENTRY-DATE  TO TW-ENTRY-DATE
                   MOVE ORT-OPERATOR-ID TO TW-OPERATOR-ID
                   WRITE RETURN-WORK-RECORD
           END-READ.

       RELOAD-ONE-NEW-RETURN.
           READ RETURN-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE TW-DEPARTMENT  TO RT-DEPARTMENT
                   MOVE TW-CUSTOMER-ID TO RT-CUSTOMER-ID
                   MOVE TW-QUANTITY    TO RT-QUANTITY
                   MOVE TW-UNIT-PRICE  TO RT-UNIT-PRICE
                   MOVE TW-REASON-CODE TO RT-REASON-CODE
                   MOVE TW-ENTRY-DATE  TO RT-ENTRY-DATE
                   MOVE TW-OPERATOR-ID TO RT-OPERATOR-ID
                   MOVE SPACES         TO RT-ITEM-NUMBER
                   MOVE SPACE          TO RT-CONDITION
                   WRITE RETURN-TRANS-RECORD
                   ADD 1 TO WS-ARCHIVED-COUNT
           END-READ.

       CUTOVER-ORDER-LINE-FILE.
      *    The order line file holds whatever was keyed since the
      *    last order run, so it is usually small - but anything
      *    waiting must survive to tonight's run.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-ORDER-LINE-FILE.
           IF OLD-ORDER-LINE-STATUS NOT = "00"
               DISPLAY "ORDERLIN - NOT ON FILE, NOTHING TO CUT OVER"
               GO TO CUTOVER-ORDER-LINE-FILE-EXIT
           END-IF.
           OPEN OUTPUT ORDER-LINE-WORK-FILE.
           PERFORM UNLOAD-ONE-OLD-ORDER-LINE
               UNTIL END-OF-THIS-FILE.
           CLOSE OLD-ORDER-LINE-FILE.
           CLOSE ORDER-LINE-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ORDER-LINE-WORK-FILE.
           OPEN OUTPUT NEW-ORDER-LINE-FILE.
           PERFORM RELOAD-ONE-NEW-ORDER-LINE
               UNTIL END-OF-THIS-FILE.
           CLOSE ORDER-LINE-WORK-FILE.
           CLOSE NEW-ORDER-LINE-FILE.
           DISPLAY "ORDERLIN - " WS-ARCHIVED-COUNT
               " RECORDS EXTENDED TO THE NEW LAYOUT".

       CUTOVER-ORDER-LINE-FILE-EXIT.
           EXIT.

       UNLOAD-ONE-OLD-ORDER-LINE.
           READ OLD-ORDER-LINE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OLD-ORDER-LINE-RECORD TO ORDER-LINE-WORK-RECORD
                   WRITE ORDER-LINE-WORK-RECORD
           END-READ.

       RELOAD-ONE-NEW-ORDER-LINE.
      *    The old record is the front of the new one; the group
      *    move leaves the ship-to code SPACES - the bill-to address.
           READ ORDER-LINE-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE ORDER-LINE-WORK-RECORD TO ORDER-LINE-RECORD
                   WRITE ORDER-LINE-RECORD
                   ADD 1 TO WS-ARCHIVED-COUNT
           END-READ.

       CUTOVER-SUSPENSE-FILE.
      *    Suspended lines sit here until they recycle or are
      *    written off; they keep their age across the cutover.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-SUSPENSE-FILE.
           IF OLD-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ORDSUSP  - NOT ON FILE, NOTHING TO CUT OVER"
               GO TO CUTOVER-SUSPENSE-FILE-EXIT
           END-IF.
           OPEN OUTPUT SUSPENSE-WORK-FILE.
           PERFORM UNLOAD-ONE-OLD-SUSPENSE
               UNTIL END-OF-THIS-FILE.
           CLOSE OLD-SUSPENSE-FILE.
           CLOSE SUSPENSE-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SUSPENSE-WORK-FILE.
           OPEN OUTPUT NEW-SUSPENSE-FILE.
           PERFORM RELOAD-ONE-NEW-SUSPENSE
               UNTIL END-OF-THIS-FILE.
           CLOSE SUSPENSE-WORK-FILE.
           CLOSE NEW-SUSPENSE-FILE.
           DISPLAY "ORDSUSP  - " WS-ARCHIVED-COUNT
               " RECORDS EXTENDED TO THE NEW LAYOUT".

       CUTOVER-SUSPENSE-FILE-EXIT.
           EXIT.

       UNLOAD-ONE-OLD-SUSPENSE.
           READ OLD-SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OLD-SUSPENSE-RECORD TO SUSPENSE-WORK-RECORD
                   WRITE SUSPENSE-WORK-RECORD
           END-READ.

       RELOAD-ONE-NEW-SUSPENSE.
      *    The old record is the front of the new one; the group
      *    move leaves the ship-to code SPACES - the bill-to address.
           READ SUSPENSE-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE SUSPENSE-WORK-RECORD TO SUSPENSE-RECORD
                   WRITE SUSPENSE-RECORD
                   ADD 1 TO WS-ARCHIVED-COUNT
           END-READ.

       CUTOVER-CREDIT-HOLD-FILE.
      *    Held orders wait here for the credit manager's release
      *    and must release on the new layout.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-CREDIT-HOLD-FILE.
           IF OLD-CREDIT-HOLD-STATUS NOT = "00"
               DISPLAY "CREDHOLD - NOT ON FILE, NOTHING TO CUT OVER"
               GO TO CUTOVER-CREDIT-HOLD-FILE-EXIT
           END-IF.
           OPEN OUTPUT CREDIT-HOLD-WORK-FILE.
           PERFORM UNLOAD-ONE-OLD-CREDIT-HOLD
               UNTIL END-OF-THIS-FILE.
           CLOSE OLD-CREDIT-HOLD-FILE.
           CLOSE CREDIT-HOLD-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CREDIT-HOLD-WORK-FILE.
           OPEN OUTPUT NEW-CREDIT-HOLD-FILE.
           PERFORM RELOAD-ONE-NEW-CREDIT-HOLD
               UNTIL END-OF-THIS-FILE.
           CLOSE CREDIT-HOLD-WORK-FILE.
           CLOSE NEW-CREDIT-HOLD-FILE.
           DISPLAY "CREDHOLD - " WS-ARCHIVED-COUNT
               " RECORDS EXTENDED TO THE NEW LAYOUT".

       CUTOVER-CREDIT-HOLD-FILE-EXIT.
           EXIT.

       UNLOAD-ONE-OLD-CREDIT-HOLD.
           READ OLD-CREDIT-HOLD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OLD-CREDIT-HOLD-RECORD
                       TO CREDIT-HOLD-WORK-RECORD
                   WRITE CREDIT-HOLD-WORK-RECORD
           END-READ.

       RELOAD-ONE-NEW-CREDIT-HOLD.
      *    The old record is the front of the new one; the group
      *    move leaves the ship-to code SPACES - the bill-to address.
           READ CREDIT-HOLD-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE CREDIT-HOLD-WORK-RECORD TO CREDIT-HOLD-RECORD
                   WRITE CREDIT-HOLD-RECORD
                   ADD 1 TO WS-ARCHIVED-COUNT
           END-READ.

       CUTOVER-STANDING-FILE.
      *    Without this the old standing orders open status 39
      *    against the grown FD and the nightly generator stops.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-STANDING-FILE.
           IF OLD-STANDING-STATUS NOT = "00"
               DISPLAY "STNDORD  - NOT ON FILE, NOTHING TO CUT OVER"
               GO TO CUTOVER-STANDING-FILE-EXIT
           END-IF.
           OPEN OUTPUT STANDING-WORK-FILE.
           PERFORM UNLOAD-ONE-OLD-STANDING
               UNTIL END-OF-THIS-FILE.
           CLOSE OLD-STANDING-FILE.
           CLOSE STANDING-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT STANDING-WORK-FILE.
           OPEN OUTPUT NEW-STANDING-FILE.
           PERFORM RELOAD-ONE-NEW-STANDING
               UNTIL END-OF-THIS-FILE.
           CLOSE STANDING-WORK-FILE.
           CLOSE NEW-STANDING-FILE.
           DISPLAY "STNDORD  - " WS-ARCHIVED-COUNT
               " RECORDS EXTENDED TO THE NEW LAYOUT".

       CUTOVER-STANDING-FILE-EXIT.
           EXIT.

       UNLOAD-ONE-OLD-STANDING.
           READ OLD-STANDING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OLD-STANDING-RECORD TO STANDING-WORK-RECORD
                   WRITE STANDING-WORK-RECORD
           END-READ.

       RELOAD-ONE-NEW-STANDING.
      *    The old record is the front of the new one; the group
      *    move leaves the ship-to code SPACES - the bill-to address.
           READ STANDING-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE STANDING-WORK-RECORD TO STANDING-ORDER-RECORD
                   WRITE STANDING-ORDER-RECORD
                       INVALID KEY
                           DISPLAY "RELOAD REJECTED STNDORD KEY "
                               SO-ORDER-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-ARCHIVED-COUNT
                   END-WRITE
           END-READ.

       CUTOVER-OPEN-ITEM-FILE.
      *    The key itself grew, so every item is rebuilt field by
      *    field; unloading in key order keeps each customer's items
      *    oldest first.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-OPEN-ITEM-FILE.
           IF OLD-OPEN-ITEM-STATUS NOT = "00"
               DISPLAY "OPENITEM - NOT ON FILE, NOTHING TO CUT OVER"
               GO TO CUTOVER-OPEN-ITEM-FILE-EXIT
           END-IF.
           OPEN OUTPUT OPEN-ITEM-WORK-FILE.
           PERFORM UNLOAD-ONE-OLD-OPEN-ITEM
               UNTIL END-OF-THIS-FILE.
           CLOSE OLD-OPEN-ITEM-FILE.
           CLOSE OPEN-ITEM-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OPEN-ITEM-WORK-FILE.
           OPEN OUTPUT NEW-OPEN-ITEM-FILE.
           PERFORM RELOAD-ONE-NEW-OPEN-ITEM
               UNTIL END-OF-THIS-FILE.
           CLOSE OPEN-ITEM-WORK-FILE.
           CLOSE NEW-OPEN-ITEM-FILE.
           DISPLAY "OPENITEM - " WS-ARCHIVED-COUNT
               " RECORDS EXTENDED TO THE NEW LAYOUT".

       CUTOVER-OPEN-ITEM-FILE-EXIT.
           EXIT.

       UNLOAD-ONE-OLD-OPEN-ITEM.
           READ OLD-OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OLD-OPEN-ITEM-RECORD TO OPEN-ITEM-WORK-RECORD
                   WRITE OPEN-ITEM-WORK-RECORD
           END-READ.

       RELOAD-ONE-NEW-OPEN-ITEM.
      *    The old key becomes customer and reference, the invoice
      *    number goes in ZERO, and the dated amounts follow it; the
      *    item falls due on the house terms.
           READ OPEN-ITEM-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OW-ITEM-KEY (1:10)  TO OI-CUSTOMER-ID
                   MOVE OW-ITEM-KEY (11:10) TO OI-REFERENCE
                   MOVE 0                   TO OI-INVOICE-NUMBER
                   MOVE OW-REST-OF-ITEM     TO OPEN-ITEM-RECORD (29:34)
                   COMPUTE OI-DUE-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (OI-ITEM-DATE) + 30)
                   MOVE 0                   TO OI-DISCOUNT-DATE
                   MOVE 0                   TO OI-DISCOUNT-PERCENT
                   MOVE SPACE               TO OI-DISPUTE-FLAG
                   MOVE SPACES              TO OI-DISPUTE-REASON
                   MOVE 0                   TO OI-DISPUTE-DATE
                   MOVE SPACES              TO OI-DISPUTE-OPERATOR
                   WRITE OPEN-ITEM-RECORD
                       INVALID KEY
                           DISPLAY "RELOAD REJECTED OPENITEM KEY "
                               OW-ITEM-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-ARCHIVED-COUNT
                   END-WRITE
           END-READ.

       CUTOVER-PAYMENT-FILE.
      *    The payment entry file holds the checks keyed or imported
      *    since the last posting; they must post on the new layout
      *    tonight.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-PAYMENT-FILE.
           IF OLD-PAYMENT-STATUS NOT = "00"
               DISPLAY "PAYTRANS - NOT ON FILE, NOTHING TO CUT OVER"
               GO TO CUTOVER-PAYMENT-FILE-EXIT
           END-IF.
           OPEN OUTPUT PAYMENT-WORK-FILE.
           PERFORM UNLOAD-ONE-OLD-PAYMENT
               UNTIL END-OF-THIS-FILE.
           CLOSE OLD-PAYMENT-FILE.
           CLOSE PAYMENT-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PAYMENT-WORK-FILE.
           OPEN OUTPUT NEW-PAYMENT-FILE.
           PERFORM RELOAD-ONE-NEW-PAYMENT
               UNTIL END-OF-THIS-FILE.
           CLOSE PAYMENT-WORK-FILE.
           CLOSE NEW-PAYMENT-FILE.
           DISPLAY "PAYTRANS - " WS-ARCHIVED-COUNT
               " RECORDS EXTENDED TO THE NEW LAYOUT".

       CUTOVER-PAYMENT-FILE-EXIT.
           EXIT.

       UNLOAD-ONE-OLD-PAYMENT.
           READ OLD-PAYMENT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OLD-PAYMENT-RECORD TO PAYMENT-WORK-RECORD
                   WRITE PAYMENT-WORK-RECORD
           END-READ.

       RELOAD-ONE-NEW-PAYMENT.
      *    The old record is the front of the new one; the invoice
      *    slots go in ZERO - the check applies oldest first.
           READ PAYMENT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE PAYMENT-WORK-RECORD TO PAYMENT-TRANS-RECORD
                   MOVE ZEROS TO PT-APPLY-TO-INVOICES
                   WRITE PAYMENT-TRANS-RECORD
                   ADD 1 TO WS-ARCHIVED-COUNT
           END-READ.

       CUTOVER-PAY-SUSPENSE-FILE.
      *    Suspended lockbox items wait here for account services;
      *    the invoice numbers sit inside the record, after the
      *    bank's remittance fields, so each is rebuilt in pieces.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-PAY-SUSPENSE-FILE.
           IF OLD-PAY-SUSPENSE-STATUS NOT = "00"
               DISPLAY "PAYSUSP  - NOT ON FILE, NOTHING TO CUT OVER"
               GO TO CUTOVER-PAY-SUSPENSE-FILE-EXIT
           END-IF.
           OPEN OUTPUT PAY-SUSPENSE-WORK-FILE.
           PERFORM UNLOAD-ONE-OLD-PAY-SUSPENSE
               UNTIL END-OF-THIS-FILE.
           CLOSE OLD-PAY-SUSPENSE-FILE.
           CLOSE PAY-SUSPENSE-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PAY-SUSPENSE-WORK-FILE.
           OPEN OUTPUT NEW-PAY-SUSPENSE-FILE.
           PERFORM RELOAD-ONE-NEW-PAY-SUSPENSE
               UNTIL END-OF-THIS-FILE.
           CLOSE PAY-SUSPENSE-WORK-FILE.
           CLOSE NEW-PAY-SUSPENSE-FILE.
           DISPLAY "PAYSUSP  - " WS-ARCHIVED-COUNT
               " RECORDS EXTENDED TO THE NEW LAYOUT".

       CUTOVER-PAY-SUSPENSE-FILE-EXIT.
           EXIT.

       UNLOAD-ONE-OLD-PAY-SUSPENSE.
           READ OLD-PAY-SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OLD-PAY-SUSPENSE-RECORD
                       TO PAY-SUSPENSE-WORK-RECORD
                   WRITE PAY-SUSPENSE-WORK-RECORD
           END-READ.

       RELOAD-ONE-NEW-PAY-SUSPENSE.
           READ PAY-SUSPENSE-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE PSW-REMITTANCE      TO NPS-REMITTANCE
                   MOVE SPACES              TO NPS-INVOICE-NUMBERS
                   MOVE PSW-SUSPENSE-FIELDS TO NPS-SUSPENSE-FIELDS
                   WRITE NEW-PAY-SUSPENSE-RECORD
                   ADD 1 TO WS-ARCHIVED-COUNT
           END-READ.

       CUTOVER-MTD-ORDER-FILE.
      *    The month's shipped lines carry no salesperson yet; they
      *    reload as house-account lines and the commission run
      *    looks each one's rep up by its order date. Nor do they
      *    carry the night they were posted; the order date, the
      *    nearest date they have, stands in.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-MTD-ORDER-FILE.
           IF OLD-MTD-ORDER-STATUS NOT = "00"
               DISPLAY "ORDMTD   - NOT ON FILE, NOTHING TO CUT OVER"
               GO TO CUTOVER-MTD-ORDER-FILE-EXIT
           END-IF.
           OPEN OUTPUT MTD-ORDER-WORK-FILE.
           PERFORM UNLOAD-ONE-OLD-MTD-ORDER
               UNTIL END-OF-THIS-FILE.
           CLOSE OLD-MTD-ORDER-FILE.
           CLOSE MTD-ORDER-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT MTD-ORDER-WORK-FILE.
           OPEN OUTPUT NEW-MTD-ORDER-FILE.
           PERFORM RELOAD-ONE-NEW-MTD-ORDER
               UNTIL END-OF-THIS-FILE.
           CLOSE MTD-ORDER-WORK-FILE.
           CLOSE NEW-MTD-ORDER-FILE.
           DISPLAY "ORDMTD   - " WS-ARCHIVED-COUNT
               " RECORDS EXTENDED TO THE NEW LAYOUT".

       CUTOVER-MTD-ORDER-FILE-EXIT.
           EXIT.

       UNLOAD-ONE-OLD-MTD-ORDER.
           READ OLD-MTD-ORDER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OLD-MTD-ORDER-RECORD TO MTD-ORDER-WORK-RECORD
                   WRITE MTD-ORDER-WORK-RECORD
           END-READ.

       RELOAD-ONE-NEW-MTD-ORDER.
           READ MTD-ORDER-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE MTD-ORDER-WORK-RECORD TO MTD-ORDER-RECORD
                   MOVE SPACES TO MO-SALESPERSON-ID
                   MOVE MO-ORDER-DATE TO MO-POST-DATE
                   WRITE MTD-ORDER-RECORD
                   ADD 1 TO WS-ARCHIVED-COUNT
           END-READ.

       CUTOVER-INVOICE-REGISTER-FILE.
      *    The register is kept for lookups by invoice number and
      *    never trimmed; invoices issued before freight charging
      *    reload with no freight, which is what they billed.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-INVOICE-REGISTER-FILE.
           IF OLD-INVOICE-REGISTER-STATUS NOT = "00"
               DISPLAY "INVREG   - NOT ON FILE, NOTHING TO CUT OVER"
               GO TO CUTOVER-INVOICE-REGISTER-FILE-EXIT
           END-IF.
           OPEN OUTPUT INVOICE-REGISTER-WORK-FILE.
           PERFORM UNLOAD-ONE-OLD-INVOICE-REGISTER
               UNTIL END-OF-THIS-FILE.
           CLOSE OLD-INVOICE-REGISTER-FILE.
           CLOSE INVOICE-REGISTER-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT INVOICE-REGISTER-WORK-FILE.
           OPEN OUTPUT NEW-INVOICE-REGISTER-FILE.
           PERFORM RELOAD-ONE-NEW-INVOICE-REGISTER
               UNTIL END-OF-THIS-FILE.
           CLOSE INVOICE-REGISTER-WORK-FILE.
           CLOSE NEW-INVOICE-REGISTER-FILE.
           DISPLAY "INVREG   - " WS-ARCHIVED-COUNT
               " RECORDS EXTENDED TO THE NEW LAYOUT".

       CUTOVER-INVOICE-REGISTER-FILE-EXIT.
           EXIT.

       UNLOAD-ONE-OLD-INVOICE-REGISTER.
           READ OLD-INVOICE-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OLD-INVOICE-REGISTER-RECORD
                       TO INVOICE-REGISTER-WORK-RECORD
                   WRITE INVOICE-REGISTER-WORK-RECORD
           END-READ.

       RELOAD-ONE-NEW-INVOICE-REGISTER.
           READ INVOICE-REGISTER-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE INVOICE-REGISTER-WORK-RECORD
                       TO INVOICE-REGISTER-RECORD
                   MOVE 0 TO IR-FREIGHT-AMOUNT
                   WRITE INVOICE-REGISTER-RECORD
                   ADD 1 TO WS-ARCHIVED-COUNT
           END-READ.

       CUTOVER-EMPLOYEE-FILE.
      *    Every payroll, leave and badge program opens the employee
      *    master; the old 60-byte file would stop them all.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-EMPLOYEE-FILE.
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OLD-EMPLOYEE-RECORD TO EMPLOYEE-WORK-RECORD
                   WRITE EMPLOYEE-WORK-RECORD
           END-READ.

               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE EMPLOYEE-WORK-RECORD TO EMPLOYEE-RECORD
                   MOVE 0     TO EMP-TERM-DATE
                   MOVE SPACE TO EMP-TERM-REASON
                   WRITE EMPLOYEE-RECORD
                       INVALID KEY
                           DISPLAY "RELOAD REJECTED EMPLOYEE "
           END-READ.

       CUTOVER-OPERATOR-FILE.
      *    Every sign-on reads the operator master; the old 62-byte
      *    file would lock the whole shop out.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-OPERATOR-FILE.
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OLD-OPERATOR-RECORD TO OPERATOR-WORK-RECORD
                   WRITE OPERATOR-WORK-RECORD
           END-READ.

               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OPERATOR-WORK-RECORD TO NEW-OPERATOR-RECORD
                   MOVE 0 TO NOP-EMP-ID
                   WRITE NEW-OPERATOR-RECORD
                       INVALID KEY
                           DISPLAY "RELOAD REJECTED OPERATOR "
                   END-WRITE
           END-READ.

       CUTOVER-GL-MAP-FILE.
      *    GLEXTR reads the map every night; the old 20-byte file
      *    would stop the extract.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-GL-MAP-FILE.
           IF OLD-GL-MAP-STATUS NOT = "00"
               DISPLAY "GLMAP - OPEN STATUS " OLD-GL-MAP-STATUS
                   ", NOTHING TO CUT OVER"
               GO TO CUTOVER-GL-MAP-FILE-EXIT
           END-IF.
           OPEN OUTPUT GL-MAP-WORK-FILE.
           PERFORM UNLOAD-ONE-OLD-GL-MAP
               UNTIL END-OF-THIS-FILE.
           CLOSE OLD-GL-MAP-FILE.
           CLOSE GL-MAP-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT GL-MAP-WORK-FILE.
           OPEN OUTPUT NEW-GL-MAP-FILE.
           PERFORM RELOAD-ONE-NEW-GL-MAP
               UNTIL END-OF-THIS-FILE.
           CLOSE GL-MAP-WORK-FILE.
           CLOSE NEW-GL-MAP-FILE.
           DISPLAY "GLMAP - " WS-ARCHIVED-COUNT
               " RECORDS EXTENDED TO THE NEW LAYOUT".

       CUTOVER-GL-MAP-FILE-EXIT.
           EXIT.

       UNLOAD-ONE-OLD-GL-MAP.
           READ OLD-GL-MAP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OLD-GL-MAP-RECORD TO GL-MAP-WORK-RECORD
                   WRITE GL-MAP-WORK-RECORD
           END-READ.

       RELOAD-ONE-NEW-GL-MAP.
           READ GL-MAP-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE GW-DEPARTMENT  TO GM-DEPARTMENT
                   MOVE GW-GL-ACCOUNT  TO GM-GL-ACCOUNT
                   MOVE SPACES         TO GM-INVENTORY-ACCOUNT
                   MOVE SPACES         TO GM-COGS-ACCOUNT
                   MOVE SPACES         TO GM-SHRINK-ACCOUNT
                   WRITE GL-MAP-RECORD
                       INVALID KEY
                           DISPLAY "RELOAD REJECTED GLMAP "
                               GM-DEPARTMENT
                       NOT INVALID KEY
                           ADD 1 TO WS-ARCHIVED-COUNT
                   END-WRITE
           END-READ.

       CUTOVER-DATED-FILES.
      *    Each night's processed order lines (ordproc.<date>) and
      *    consumed lockbox transmission (lbproc.<date>) stay on disk
      *    at the width they were written until retention archives
      *    them, and the archives (<file>.arc.<yyyymm>) are appended
      *    to all month. Every one is widened here, so retention
      *    never mixes widths in an archive and the capacity
      *    snapshot reads one layout. Record counts and positions
      *    are unchanged, so the archive index still holds.
           MOVE 0 TO WS-DATED-FILE-COUNT.
           MOVE "N" TO WS-LIST-EOF-SWITCH.
           CALL "SYSTEM" USING WS-DATED-LIST-COMMAND.
           OPEN INPUT DATED-CUTOVER-LIST.
           IF DATED-CUTOVER-LIST-STATUS NOT = "00"
               DISPLAY "DATED FILES - NO LIST, NOTHING TO CUT OVER"
               GO TO CUTOVER-DATED-FILES-EXIT
           END-IF.
           PERFORM CUTOVER-ONE-DATED-FILE
               UNTIL END-OF-DATED-LIST.
           CLOSE DATED-CUTOVER-LIST.
           DISPLAY "DATED FILES - " WS-DATED-FILE-COUNT
               " FILES EXTENDED TO THE NEW LAYOUT".

       CUTOVER-DATED-FILES-EXIT.
           EXIT.

       CUTOVER-ONE-DATED-FILE.
           READ DATED-CUTOVER-LIST
               AT END
                   MOVE "Y" TO WS-LIST-EOF-SWITCH
               NOT AT END
                   MOVE DCL-FILE-NAME TO WS-DATED-FILE-NAME
                   IF WS-DATED-FILE-NAME (1:8) = "ordproc."
                       PERFORM CUTOVER-DATED-ORDPROC-FILE
                           THRU CUTOVER-DATED-ORDPROC-FILE-EXIT
                   END-IF
                   IF WS-DATED-FILE-NAME (1:7) = "lbproc."
                       PERFORM CUTOVER-DATED-LBPROC-FILE
                           THRU CUTOVER-DATED-LBPROC-FILE-EXIT
                   END-IF
           END-READ.

       CUTOVER-DATED-ORDPROC-FILE.
      *    The old line is the front of the new one; the ship-to
      *    code is left SPACES - the bill-to address it shipped to.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-DATED-ORDPROC-FILE.
           IF OLD-DATED-STATUS NOT = "00"
               DISPLAY WS-DATED-FILE-NAME " - OPEN STATUS "
                   OLD-DATED-STATUS ", NOT CUT OVER"
               GO TO CUTOVER-DATED-ORDPROC-FILE-EXIT
           END-IF.
           OPEN OUTPUT DATED-ORDPROC-WORK-FILE.
           PERFORM UNLOAD-ONE-OLD-DATED-ORDPROC
               UNTIL END-OF-THIS-FILE.
           CLOSE OLD-DATED-ORDPROC-FILE.
           CLOSE DATED-ORDPROC-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DATED-ORDPROC-WORK-FILE.
           OPEN OUTPUT NEW-DATED-ORDPROC-FILE.
           PERFORM RELOAD-ONE-NEW-DATED-ORDPROC
               UNTIL END-OF-THIS-FILE.
           CLOSE DATED-ORDPROC-WORK-FILE.
           CLOSE NEW-DATED-ORDPROC-FILE.
           ADD 1 TO WS-DATED-FILE-COUNT.
           DISPLAY WS-DATED-FILE-NAME " - " WS-ARCHIVED-COUNT
               " RECORDS EXTENDED TO THE NEW LAYOUT".

       CUTOVER-DATED-ORDPROC-FILE-EXIT.
           EXIT.

       UNLOAD-ONE-OLD-DATED-ORDPROC.
           READ OLD-DATED-ORDPROC-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OLD-DATED-ORDPROC-RECORD
                       TO DATED-ORDPROC-WORK-RECORD
                   WRITE DATED-ORDPROC-WORK-RECORD
           END-READ.

       RELOAD-ONE-NEW-DATED-ORDPROC.
           READ DATED-ORDPROC-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE DATED-ORDPROC-WORK-RECORD
                       TO NEW-DATED-ORDPROC-RECORD
                   WRITE NEW-DATED-ORDPROC-RECORD
                   ADD 1 TO WS-ARCHIVED-COUNT
           END-READ.

       CUTOVER-DATED-LBPROC-FILE.
      *    The bank's old record is the front of the new one; the
      *    five invoice slots are left SPACES - a check that named
      *    no invoices.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-DATED-LBPROC-FILE.
           IF OLD-DATED-STATUS NOT = "00"
               DISPLAY WS-DATED-FILE-NAME " - OPEN STATUS "
                   OLD-DATED-STATUS ", NOT CUT OVER"
               GO TO CUTOVER-DATED-LBPROC-FILE-EXIT
           END-IF.
           OPEN OUTPUT DATED-LBPROC-WORK-FILE.
           PERFORM UNLOAD-ONE-OLD-DATED-LBPROC
               UNTIL END-OF-THIS-FILE.
           CLOSE OLD-DATED-LBPROC-FILE.
           CLOSE DATED-LBPROC-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT DATED-LBPROC-WORK-FILE.
           OPEN OUTPUT NEW-DATED-LBPROC-FILE.
           PERFORM RELOAD-ONE-NEW-DATED-LBPROC
               UNTIL END-OF-THIS-FILE.
           CLOSE DATED-LBPROC-WORK-FILE.
           CLOSE NEW-DATED-LBPROC-FILE.
           ADD 1 TO WS-DATED-FILE-COUNT.
           DISPLAY WS-DATED-FILE-NAME " - " WS-ARCHIVED-COUNT
               " RECORDS EXTENDED TO THE NEW LAYOUT".

       CUTOVER-DATED-LBPROC-FILE-EXIT.
           EXIT.

       UNLOAD-ONE-OLD-DATED-LBPROC.
           READ OLD-DATED-LBPROC-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE OLD-DATED-LBPROC-RECORD
                       TO DATED-LBPROC-WORK-RECORD
                   WRITE DATED-LBPROC-WORK-RECORD
           END-READ.

       RELOAD-ONE-NEW-DATED-LBPROC.
           READ DATED-LBPROC-WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE DATED-LBPROC-WORK-RECORD
                       TO NEW-DATED-LBPROC-RECORD
                   WRITE NEW-DATED-LBPROC-RECORD
                   ADD 1 TO WS-ARCHIVED-COUNT
           END-READ.
