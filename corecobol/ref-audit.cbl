       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFAUDIT.
      ******************************************************************
      * Purpose: Weekly cross-file referential integrity audit. Each
      *          master validates its own keys when it is maintained,
      *          but the references BETWEEN masters drift - a
      *          department retired, an item inactivated, a customer
      *          purged to custarch.dat - and nothing notices until
      *          some later program trips over the dangling key. This
      *          walks every master that points at another one and
      *          looks each reference up:
      *
      *            deptmast  - active department with no glmap entry
      *                        (GLEXTR has no account to map it to)
      *            glmap     - entry for a department not on deptmast
      *                        (other than the FREIGHT and RNI
      *                        pseudo-departments)
      *            itemmast  - department missing or inactive, vendor
      *                        not on vendor.dat
      *            stndord   - active line naming a missing or
      *                        inactive item or department, or a
      *                        customer no longer on the master
      *            customer  - branch not on brmast
      *            custcred, custbal, custterm, custfrt, custrep,
      *            shipto, taxexmpt, prcagr
      *                      - customer no longer on the master
      *                        (purged to custarch.dat, or unknown),
      *                        plus terms code, salesperson, and the
      *                        item or department an agreement names
      *            custhier  - group member or its parent no longer
      *                        on the master
      *            custxref  - customer no longer on the master, or
      *                        a part mapped to an item that is
      *                        missing or inactive
      *            employee  - active employee in a department that
      *                        is missing or inactive
      *            slsper    - active salesperson whose employee is
      *                        gone or terminated
      *
      *          Every orphan or dangling reference prints on
      *          refaudit.prt with a suggested fix; nothing is changed.
      *          Anything found ends the run RC-WARNING. A master that
      *          is not on file yet is noted on the report and the
      *          checks that need it are skipped; any other open
      *          failure ends the run RC-FILE-ERROR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY CUSTKEY.
               FILE STATUS IS FILE-STATUS-CODE.

           SELECT ARCHIVE-FILE ASSIGN TO "custarch.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMPLOYEE-FILE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "refaudit.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           COPY DEPTSEL.
           COPY GLMPSEL.
           COPY ITEMSEL.
           COPY STORSEL.
           COPY CREDSEL.
           COPY CBALSEL.
           COPY CTRMSEL.
           COPY CFRTSEL.
           COPY CREPSEL.
           COPY SHIPSEL.
           COPY TXEXSEL.
           COPY PRAGSEL.
           COPY HIERSEL.
           COPY CXRFSEL.
           COPY VENDSEL.
           COPY SLSPSEL.
           COPY TERMSEL.
           COPY BRCHSEL.
           COPY RUNLOGSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

      *    custarch.dat holds whole customer records; only the id is
      *    needed here.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  AR-CUSTOMER-ID      PIC X(10).
           05  FILLER              PIC X(150).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  DEPARTMENT-FILE.
           COPY DEPTREC.

       FD  GL-MAP-FILE.
           COPY GLMPREC.

       FD  ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD  STANDING-ORDER-FILE.
           COPY STORREC.

       FD  CUSTOMER-CREDIT-FILE.
           COPY CREDREC.

       FD  CUSTOMER-BALANCE-FILE.
           COPY CBALREC.

       FD  CUSTOMER-TERMS-FILE.
           COPY CTRMREC.

       FD  CUSTOMER-FREIGHT-FILE.
           COPY CFRTREC.

       FD  CUSTOMER-REP-FILE.
           COPY CREPREC.

       FD  SHIP-TO-FILE.
           COPY SHIPREC.

       FD  TAX-EXEMPT-FILE.
           COPY TXEXREC.

           COPY PRAGFD.

       FD  ACCOUNT-HIERARCHY-FILE.
           COPY HIERREC.

       FD  CUSTOMER-XREF-FILE.
           COPY CXRFREC.

       FD  VENDOR-FILE.
           COPY VENDREC.

       FD  SALESPERSON-FILE.
           COPY SLSPREC.

       FD  PAYMENT-TERMS-FILE.
           COPY TERMREC.

       FD  BRANCH-FILE.
           COPY BRCHREC.

           COPY PRTRECFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODE        PIC XX.
       01  ARCHIVE-FILE-STATUS     PIC XX.
       01  EMPLOYEE-FILE-STATUS    PIC XX.
       01  DEPARTMENT-FILE-STATUS  PIC XX.
       01  GL-MAP-STATUS           PIC XX.
       01  ITEM-MASTER-STATUS      PIC XX.
       01  STANDING-ORDER-STATUS   PIC XX.
       01  CREDIT-FILE-STATUS      PIC XX.
       01  BALANCE-FILE-STATUS     PIC XX.
       01  CUSTOMER-TERMS-STATUS   PIC XX.
       01  CUSTOMER-FREIGHT-STATUS PIC XX.
       01  CUSTOMER-REP-STATUS     PIC XX.
       01  SHIP-TO-STATUS          PIC XX.
       01  TAX-EXEMPT-STATUS       PIC XX.
       01  PRICE-AGREEMENT-STATUS  PIC XX.
       01  AGREEMENT-USAGE-STATUS  PIC XX.
       01  HIERARCHY-FILE-STATUS   PIC XX.
       01  CUSTOMER-XREF-STATUS    PIC XX.
       01  VENDOR-FILE-STATUS      PIC XX.
       01  SALESPERSON-STATUS      PIC XX.
       01  TERMS-FILE-STATUS       PIC XX.
       01  BRANCH-FILE-STATUS      PIC XX.

      *    Which masters opened. A master that did not open is
      *    neither walked nor used for lookups.
       01  WS-OPEN-SWITCHES.
           05  WS-CUSTOMER-OPEN    PIC X.
           05  WS-EMPLOYEE-OPEN    PIC X.
           05  WS-DEPARTMENT-OPEN  PIC X.
           05  WS-GL-MAP-OPEN      PIC X.
           05  WS-ITEM-OPEN        PIC X.
           05  WS-STANDING-OPEN    PIC X.
           05  WS-CREDIT-OPEN      PIC X.
           05  WS-BALANCE-OPEN     PIC X.
           05  WS-CUST-TERMS-OPEN  PIC X.
           05  WS-FREIGHT-OPEN     PIC X.
           05  WS-CUST-REP-OPEN    PIC X.
           05  WS-SHIP-TO-OPEN     PIC X.
           05  WS-TAX-EXEMPT-OPEN  PIC X.
           05  WS-AGREEMENT-OPEN   PIC X.
           05  WS-VENDOR-OPEN      PIC X.
           05  WS-SALESPERSON-OPEN PIC X.
           05  WS-TERMS-OPEN       PIC X.
           05  WS-BRANCH-OPEN      PIC X.
           05  WS-HIERARCHY-OPEN   PIC X.
           05  WS-XREF-OPEN        PIC X.
       01  WS-OPEN-STATUS          PIC XX.
       01  WS-OPEN-RESULT          PIC X.
       01  WS-OPEN-FILE-NAME       PIC X(12).
       01  WS-FILE-ERROR-SWITCH    PIC X       VALUE "N".
           88  AUDIT-FILE-ERROR                VALUE "Y".

       01  WS-EOF-SWITCH           PIC X       VALUE "N".
           88  END-OF-THIS-FILE                VALUE "Y".
       01  WS-ARCHIVE-EOF-SWITCH   PIC X       VALUE "N".
           88  END-OF-ARCHIVE                  VALUE "Y".

      *    Lookup results: F found (and active where that matters),
      *    I on file but inactive/terminated, M missing, P customer
      *    purged to custarch.dat.
       01  WS-REF-CUSTOMER-ID      PIC X(10).
       01  WS-CUSTOMER-RESULT      PIC X.
           88  CUSTOMER-REF-FOUND              VALUE "F".
           88  CUSTOMER-REF-PURGED             VALUE "P".
       01  WS-LAST-CUSTOMER-ID     PIC X(10)   VALUE HIGH-VALUES.
       01  WS-LAST-CUSTOMER-RESULT PIC X.
       01  WS-REF-DEPARTMENT       PIC X(10).
       01  WS-DEPARTMENT-RESULT    PIC X.
           88  DEPARTMENT-REF-FOUND            VALUE "F".
           88  DEPARTMENT-REF-INACTIVE         VALUE "I".
       01  WS-REF-ITEM             PIC X(10).
       01  WS-ITEM-RESULT          PIC X.
           88  ITEM-REF-FOUND                  VALUE "F".
           88  ITEM-REF-INACTIVE               VALUE "I".

       01  WS-RECORDS-CHECKED      PIC 9(7)    VALUE 0.
       01  WS-FINDING-COUNT        PIC 9(6)    VALUE 0.
       01  WS-FILE-FINDINGS        PIC 9(6).
       01  WS-AUDIT-FILE-NAME      PIC X(12).
       01  WS-PROBLEM-SUBJECT      PIC X(20).
       01  WS-PROBLEM-VALUE        PIC X(12).
       01  WS-PROBLEM-STATE        PIC X(24).
       01  WS-SUGGESTED-FIX        PIC X(52).

           COPY RETCODE.
           COPY RPTCTLWS.
           COPY RUNLOGWS.

       01  AUDIT-COLUMN-HEADINGS.
           05  FILLER              PIC X(13) VALUE "FILE".
           05  FILLER              PIC X(25) VALUE "RECORD".
           05  FILLER              PIC X(41) VALUE "REFERENCE".
           05  FILLER              PIC X(53) VALUE "SUGGESTED FIX".

       01  AUDIT-DETAIL-LINE.
           05  DTL-FILE            PIC X(12).
           05  FILLER              PIC X       VALUE SPACE.
           05  DTL-KEY             PIC X(24).
           05  FILLER              PIC X       VALUE SPACE.
           05  DTL-PROBLEM         PIC X(40).
           05  FILLER              PIC X       VALUE SPACE.
           05  DTL-FIX             PIC X(52).
           05  FILLER              PIC X       VALUE SPACE.

       01  AUDIT-KEY-WORK.
           05  KEY-PART-1          PIC X(10).
           05  KEY-SEPARATOR-1     PIC X.
           05  KEY-PART-2          PIC X(13).

       01  AUDIT-FILE-NOTE-LINE.
           05  NOTE-FILE           PIC X(13).
           05  FILLER              PIC X(30) VALUE
               "NOT AVAILABLE - FILE STATUS ".
           05  NOTE-STATUS         PIC XX.
           05  FILLER              PIC X(38) VALUE
               " - CHECKS THAT NEED IT WERE SKIPPED".
           05  FILLER              PIC X(49) VALUE SPACES.

       01  AUDIT-FILE-TOTAL-LINE.
           05  TOT-FILE            PIC X(13).
           05  FILLER              PIC X(10) VALUE "FINDINGS: ".
           05  TOT-FINDINGS        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(102) VALUE SPACES.

       01  AUDIT-SUMMARY-LINE.
           05  FILLER              PIC X(17) VALUE "RECORDS CHECKED: ".
           05  SUM-RECORDS         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(19) VALUE
               "   TOTAL FINDINGS: ".
           05  SUM-FINDINGS        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "REFAUDIT" TO RL-WS-PROGRAM-NAME.
           PERFORM LOG-RUN-START.
           OPEN OUTPUT PRINT-FILE.
           MOVE "REFAUDIT" TO RPT-PROGRAM-NAME.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM OPEN-MASTERS.
           PERFORM PRINT-COLUMN-HEADINGS.
           PERFORM AUDIT-DEPARTMENTS.
           PERFORM AUDIT-GL-MAP.
           PERFORM AUDIT-ITEMS.
           PERFORM AUDIT-STANDING-ORDERS.
           PERFORM AUDIT-CUSTOMERS.
           PERFORM AUDIT-CUSTOMER-CREDIT.
           PERFORM AUDIT-CUSTOMER-BALANCES.
           PERFORM AUDIT-CUSTOMER-TERMS.
           PERFORM AUDIT-CUSTOMER-FREIGHT.
           PERFORM AUDIT-CUSTOMER-REPS.
           PERFORM AUDIT-SHIP-TOS.
           PERFORM AUDIT-TAX-EXEMPTIONS.
           PERFORM AUDIT-PRICE-AGREEMENTS.
           PERFORM AUDIT-ACCOUNT-HIERARCHY.
           PERFORM AUDIT-CUSTOMER-XREF.
           PERFORM AUDIT-EMPLOYEES.
           PERFORM AUDIT-SALESPEOPLE.
           PERFORM PRINT-SUMMARY-LINE.
           PERFORM PRINT-REPORT-TRAILER.
           PERFORM CLOSE-MASTERS.
           CLOSE PRINT-FILE.
           DISPLAY "REFERENCE AUDIT COMPLETE - " WS-RECORDS-CHECKED
               " RECORDS CHECKED, " WS-FINDING-COUNT " FINDINGS".
           IF AUDIT-FILE-ERROR
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               IF WS-FINDING-COUNT > 0
                   MOVE RC-WARNING TO RETURN-CODE
               ELSE
                   MOVE RC-NORMAL TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM LOG-RUN-END.
           STOP RUN.

      *----------------------------------------------------------------
      * Open every master for input and remember which opened.
      *----------------------------------------------------------------
       OPEN-MASTERS.
           OPEN INPUT CUSTOMER-FILE.
           MOVE "customer.dat" TO WS-OPEN-FILE-NAME.
           MOVE FILE-STATUS-CODE TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-CUSTOMER-OPEN.
           OPEN INPUT EMPLOYEE-FILE.
           MOVE "employee.dat" TO WS-OPEN-FILE-NAME.
           MOVE EMPLOYEE-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-EMPLOYEE-OPEN.
           OPEN INPUT DEPARTMENT-FILE.
           MOVE "deptmast.dat" TO WS-OPEN-FILE-NAME.
           MOVE DEPARTMENT-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-DEPARTMENT-OPEN.
           OPEN INPUT GL-MAP-FILE.
           MOVE "glmap.dat" TO WS-OPEN-FILE-NAME.
           MOVE GL-MAP-STATUS TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-GL-MAP-OPEN.
           OPEN INPUT ITEM-MASTER-FILE.
           MOVE "itemmast.dat" TO WS-OPEN-FILE-NAME.
           MOVE ITEM-MASTER-STATUS TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-ITEM-OPEN.
           OPEN INPUT STANDING-ORDER-FILE.
           MOVE "stndord.dat" TO WS-OPEN-FILE-NAME.
           MOVE STANDING-ORDER-STATUS TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-STANDING-OPEN.
           OPEN INPUT CUSTOMER-CREDIT-FILE.
           MOVE "custcred.dat" TO WS-OPEN-FILE-NAME.
           MOVE CREDIT-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-CREDIT-OPEN.
           OPEN INPUT CUSTOMER-BALANCE-FILE.
           MOVE "custbal.dat" TO WS-OPEN-FILE-NAME.
           MOVE BALANCE-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-BALANCE-OPEN.
           OPEN INPUT CUSTOMER-TERMS-FILE.
           MOVE "custterm.dat" TO WS-OPEN-FILE-NAME.
           MOVE CUSTOMER-TERMS-STATUS TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-CUST-TERMS-OPEN.
           OPEN INPUT CUSTOMER-FREIGHT-FILE.
           MOVE "custfrt.dat" TO WS-OPEN-FILE-NAME.
           MOVE CUSTOMER-FREIGHT-STATUS TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-FREIGHT-OPEN.
           OPEN INPUT CUSTOMER-REP-FILE.
           MOVE "custrep.dat" TO WS-OPEN-FILE-NAME.
           MOVE CUSTOMER-REP-STATUS TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-CUST-REP-OPEN.
           OPEN INPUT SHIP-TO-FILE.
           MOVE "shipto.dat" TO WS-OPEN-FILE-NAME.
           MOVE SHIP-TO-STATUS TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-SHIP-TO-OPEN.
           OPEN INPUT TAX-EXEMPT-FILE.
           MOVE "taxexmpt.dat" TO WS-OPEN-FILE-NAME.
           MOVE TAX-EXEMPT-STATUS TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-TAX-EXEMPT-OPEN.
           OPEN INPUT PRICE-AGREEMENT-FILE.
           MOVE "prcagr.dat" TO WS-OPEN-FILE-NAME.
           MOVE PRICE-AGREEMENT-STATUS TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-AGREEMENT-OPEN.
           OPEN INPUT VENDOR-FILE.
           MOVE "vendor.dat" TO WS-OPEN-FILE-NAME.
           MOVE VENDOR-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-VENDOR-OPEN.
           OPEN INPUT SALESPERSON-FILE.
           MOVE "slsper.dat" TO WS-OPEN-FILE-NAME.
           MOVE SALESPERSON-STATUS TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-SALESPERSON-OPEN.
           OPEN INPUT PAYMENT-TERMS-FILE.
           MOVE "terms.dat" TO WS-OPEN-FILE-NAME.
           MOVE TERMS-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-TERMS-OPEN.
           OPEN INPUT BRANCH-FILE.
           MOVE "brmast.dat" TO WS-OPEN-FILE-NAME.
           MOVE BRANCH-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-BRANCH-OPEN.
           OPEN INPUT ACCOUNT-HIERARCHY-FILE.
           MOVE "custhier.dat" TO WS-OPEN-FILE-NAME.
           MOVE HIERARCHY-FILE-STATUS TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-HIERARCHY-OPEN.
           OPEN INPUT CUSTOMER-XREF-FILE.
           MOVE "custxref.dat" TO WS-OPEN-FILE-NAME.
           MOVE CUSTOMER-XREF-STATUS TO WS-OPEN-STATUS.
           PERFORM NOTE-OPEN-STATUS.
           MOVE WS-OPEN-RESULT TO WS-XREF-OPEN.

       NOTE-OPEN-STATUS.
      *    Status 35 is a master that has never been created - a
      *    note on the report. Anything else is a real file error.
           IF WS-OPEN-STATUS = "00"
               MOVE "Y" TO WS-OPEN-RESULT
           ELSE
               MOVE "N" TO WS-OPEN-RESULT
               MOVE WS-OPEN-FILE-NAME TO NOTE-FILE
               MOVE WS-OPEN-STATUS TO NOTE-STATUS
               MOVE " " TO PRINT-CC
               MOVE AUDIT-FILE-NOTE-LINE TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
               IF WS-OPEN-STATUS NOT = "35"
                   MOVE "Y" TO WS-FILE-ERROR-SWITCH
               END-IF
           END-IF.

       PRINT-COLUMN-HEADINGS.
           MOVE " " TO PRINT-CC.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE AUDIT-COLUMN-HEADINGS TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

      *----------------------------------------------------------------
      * deptmast.dat - every active department needs a GL mapping.
      *----------------------------------------------------------------
       AUDIT-DEPARTMENTS.
           IF WS-DEPARTMENT-OPEN = "Y" AND WS-GL-MAP-OPEN = "Y"
               MOVE "deptmast.dat" TO WS-AUDIT-FILE-NAME
               MOVE 0 TO WS-FILE-FINDINGS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-DEPARTMENT
               PERFORM CHECK-ONE-DEPARTMENT
                   UNTIL END-OF-THIS-FILE
               PERFORM PRINT-FILE-TOTAL
           END-IF.

       READ-NEXT-DEPARTMENT.
           READ DEPARTMENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-DEPARTMENT.
           ADD 1 TO WS-RECORDS-CHECKED.
           IF DEPT-ACTIVE
               MOVE DEPT-CODE TO GM-DEPARTMENT
               READ GL-MAP-FILE
                   KEY IS GM-DEPARTMENT
                   INVALID KEY
                       MOVE DEPT-CODE TO DTL-KEY
                       MOVE "ACTIVE DEPARTMENT HAS NO GLMAP ENTRY"
                           TO DTL-PROBLEM
                       MOVE "MAP IT TO A GL ACCOUNT (GLMAPMNT)"
                           TO DTL-FIX
                       PERFORM PRINT-FINDING
               END-READ
           END-IF.
           PERFORM READ-NEXT-DEPARTMENT.

      *----------------------------------------------------------------
      * glmap.dat - every mapping must be for a department on file.
      *----------------------------------------------------------------
       AUDIT-GL-MAP.
           IF WS-GL-MAP-OPEN = "Y" AND WS-DEPARTMENT-OPEN = "Y"
               MOVE "glmap.dat" TO WS-AUDIT-FILE-NAME
               MOVE 0 TO WS-FILE-FINDINGS
               MOVE LOW-VALUES TO GM-DEPARTMENT
               START GL-MAP-FILE
                   KEY IS NOT LESS THAN GM-DEPARTMENT
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-GL-MAP
               PERFORM CHECK-ONE-GL-MAP
                   UNTIL END-OF-THIS-FILE
               PERFORM PRINT-FILE-TOTAL
           END-IF.

       READ-NEXT-GL-MAP.
           READ GL-MAP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-GL-MAP.
           ADD 1 TO WS-RECORDS-CHECKED.
      *    FREIGHT and RNI are GLEXTR's pseudo-departments - the
      *    freight income and received-not-invoiced accounts.
           MOVE GM-DEPARTMENT TO WS-REF-DEPARTMENT.
           PERFORM LOOKUP-DEPARTMENT.
           IF WS-DEPARTMENT-RESULT = "M"
               AND GM-DEPARTMENT NOT = "FREIGHT" AND "RNI"
               MOVE GM-DEPARTMENT TO DTL-KEY
               MOVE "DEPARTMENT NOT ON DEPTMAST" TO DTL-PROBLEM
               MOVE "DELETE THE ENTRY OR RESTORE THE DEPARTMENT"
                   TO DTL-FIX
               PERFORM PRINT-FINDING
           END-IF.
           IF GM-GL-ACCOUNT = SPACES
               MOVE GM-DEPARTMENT TO DTL-KEY
               MOVE "GL ACCOUNT IS BLANK" TO DTL-PROBLEM
               MOVE "KEY THE DEPARTMENT'S GL ACCOUNT" TO DTL-FIX
               PERFORM PRINT-FINDING
           END-IF.
           PERFORM READ-NEXT-GL-MAP.

      *----------------------------------------------------------------
      * itemmast.dat - department and vendor.
      *----------------------------------------------------------------
       AUDIT-ITEMS.
           IF WS-ITEM-OPEN = "Y"
               MOVE "itemmast.dat" TO WS-AUDIT-FILE-NAME
               MOVE 0 TO WS-FILE-FINDINGS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-ITEM
               PERFORM CHECK-ONE-ITEM
                   UNTIL END-OF-THIS-FILE
               PERFORM PRINT-FILE-TOTAL
           END-IF.

       READ-NEXT-ITEM.
           READ ITEM-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-ITEM.
      *    An inactive item in a retired department is history, not
      *    drift; only a department that is gone altogether counts
      *    against it.
           ADD 1 TO WS-RECORDS-CHECKED.
           MOVE IT-DEPARTMENT TO WS-REF-DEPARTMENT.
           PERFORM LOOKUP-DEPARTMENT.
           IF WS-DEPARTMENT-RESULT = "M"
              OR (DEPARTMENT-REF-INACTIVE AND ITEM-ACTIVE)
               MOVE IT-ITEM-NUMBER TO DTL-KEY
               MOVE "DEPT" TO WS-PROBLEM-SUBJECT
               MOVE IT-DEPARTMENT TO WS-PROBLEM-VALUE
               PERFORM DESCRIBE-DEPARTMENT-PROBLEM
               MOVE "MOVE ITEM TO AN ACTIVE DEPT OR INACTIVATE"
                   TO DTL-FIX
               PERFORM PRINT-FINDING
           END-IF.
           IF IT-VENDOR-ID NOT = SPACES AND WS-VENDOR-OPEN = "Y"
               MOVE IT-VENDOR-ID TO VN-VENDOR-ID
               READ VENDOR-FILE
                   KEY IS VN-VENDOR-ID
                   INVALID KEY
                       MOVE IT-ITEM-NUMBER TO DTL-KEY
                       MOVE "VENDOR" TO WS-PROBLEM-SUBJECT
                       MOVE IT-VENDOR-ID TO WS-PROBLEM-VALUE
                       MOVE "NOT ON VENDOR.DAT" TO WS-PROBLEM-STATE
                       PERFORM BUILD-PROBLEM-TEXT
                       MOVE "CORRECT THE ITEM'S VENDOR (ITEMMNT)"
                           TO DTL-FIX
                       PERFORM PRINT-FINDING
               END-READ
           END-IF.
           PERFORM READ-NEXT-ITEM.

      *----------------------------------------------------------------
      * stndord.dat - active lines only; an ended line is history.
      *----------------------------------------------------------------
       AUDIT-STANDING-ORDERS.
           IF WS-STANDING-OPEN = "Y"
               MOVE "stndord.dat" TO WS-AUDIT-FILE-NAME
               MOVE 0 TO WS-FILE-FINDINGS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-STANDING-ORDER
               PERFORM CHECK-ONE-STANDING-ORDER
                   UNTIL END-OF-THIS-FILE
               PERFORM PRINT-FILE-TOTAL
           END-IF.

       READ-NEXT-STANDING-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-STANDING-ORDER.
           ADD 1 TO WS-RECORDS-CHECKED.
           IF SO-ACTIVE
               PERFORM FORMAT-STANDING-ORDER-KEY
               MOVE SO-ITEM-NUMBER TO WS-REF-ITEM
               PERFORM LOOKUP-ITEM
               IF NOT ITEM-REF-FOUND
                   MOVE "ITEM" TO WS-PROBLEM-SUBJECT
                   MOVE SO-ITEM-NUMBER TO WS-PROBLEM-VALUE
                   IF ITEM-REF-INACTIVE
                       MOVE "IS INACTIVE" TO WS-PROBLEM-STATE
                   ELSE
                       MOVE "NOT ON ITEMMAST" TO WS-PROBLEM-STATE
                   END-IF
                   PERFORM BUILD-PROBLEM-TEXT
                   MOVE "END THE LINE OR SUBSTITUTE AN ACTIVE ITEM"
                       TO DTL-FIX
                   PERFORM PRINT-FINDING
               END-IF
               MOVE SO-DEPARTMENT TO WS-REF-DEPARTMENT
               PERFORM LOOKUP-DEPARTMENT
               IF NOT DEPARTMENT-REF-FOUND
                   MOVE "DEPT" TO WS-PROBLEM-SUBJECT
                   MOVE SO-DEPARTMENT TO WS-PROBLEM-VALUE
                   PERFORM DESCRIBE-DEPARTMENT-PROBLEM
                   MOVE "CORRECT THE LINE'S DEPARTMENT (STORDMNT)"
                       TO DTL-FIX
                   PERFORM PRINT-FINDING
               END-IF
               MOVE SO-CUSTOMER-ID TO WS-REF-CUSTOMER-ID
               PERFORM LOOKUP-CUSTOMER
               IF NOT CUSTOMER-REF-FOUND
                   MOVE "END THE LINE - ITS CUSTOMER IS GONE"
                       TO WS-SUGGESTED-FIX
                   PERFORM REPORT-CUSTOMER-ORPHAN
               END-IF
           END-IF.
           PERFORM READ-NEXT-STANDING-ORDER.

       FORMAT-STANDING-ORDER-KEY.
           MOVE SPACES TO AUDIT-KEY-WORK.
           MOVE SO-CUSTOMER-ID TO KEY-PART-1.
           MOVE "/" TO KEY-SEPARATOR-1.
           MOVE SO-SEQUENCE TO KEY-PART-2.
           MOVE AUDIT-KEY-WORK TO DTL-KEY.

      *----------------------------------------------------------------
      * customer.dat - branch.
      *----------------------------------------------------------------
       AUDIT-CUSTOMERS.
           IF WS-CUSTOMER-OPEN = "Y" AND WS-BRANCH-OPEN = "Y"
               MOVE "customer.dat" TO WS-AUDIT-FILE-NAME
               MOVE 0 TO WS-FILE-FINDINGS
               MOVE LOW-VALUES TO CUSTOMER-ID
               START CUSTOMER-FILE
                   KEY IS NOT LESS THAN CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-CUSTOMER
               PERFORM CHECK-ONE-CUSTOMER
                   UNTIL END-OF-THIS-FILE
               PERFORM PRINT-FILE-TOTAL
           END-IF.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-CUSTOMER.
           ADD 1 TO WS-RECORDS-CHECKED.
           IF CUSTOMER-BRANCH-CODE NOT = SPACES
               MOVE CUSTOMER-BRANCH-CODE TO BR-BRANCH-CODE
               READ BRANCH-FILE
                   KEY IS BR-BRANCH-CODE
                   INVALID KEY
                       MOVE CUSTOMER-ID TO DTL-KEY
                       MOVE "BRANCH" TO WS-PROBLEM-SUBJECT
                       MOVE CUSTOMER-BRANCH-CODE TO WS-PROBLEM-VALUE
                       MOVE "NOT ON BRMAST" TO WS-PROBLEM-STATE
                       PERFORM BUILD-PROBLEM-TEXT
                       MOVE "ADD THE BRANCH OR REASSIGN THE CUSTOMER"
                           TO DTL-FIX
                       PERFORM PRINT-FINDING
               END-READ
           END-IF.
           PERFORM READ-NEXT-CUSTOMER.

      *----------------------------------------------------------------
      * The customer-keyed satellite files.
      *----------------------------------------------------------------
       AUDIT-CUSTOMER-CREDIT.
           IF WS-CREDIT-OPEN = "Y"
               MOVE "custcred.dat" TO WS-AUDIT-FILE-NAME
               MOVE 0 TO WS-FILE-FINDINGS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-CREDIT
               PERFORM CHECK-ONE-CREDIT
                   UNTIL END-OF-THIS-FILE
               PERFORM PRINT-FILE-TOTAL
           END-IF.

       READ-NEXT-CREDIT.
           READ CUSTOMER-CREDIT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-CREDIT.
           ADD 1 TO WS-RECORDS-CHECKED.
           MOVE CR-CUSTOMER-ID TO WS-REF-CUSTOMER-ID.
           PERFORM LOOKUP-CUSTOMER.
           IF NOT CUSTOMER-REF-FOUND
               MOVE CR-CUSTOMER-ID TO DTL-KEY
               MOVE "DELETE THE CREDIT LIMIT RECORD" TO WS-SUGGESTED-FIX
               PERFORM REPORT-CUSTOMER-ORPHAN
           END-IF.
           PERFORM READ-NEXT-CREDIT.

       AUDIT-CUSTOMER-BALANCES.
           IF WS-BALANCE-OPEN = "Y"
               MOVE "custbal.dat" TO WS-AUDIT-FILE-NAME
               MOVE 0 TO WS-FILE-FINDINGS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-BALANCE
               PERFORM CHECK-ONE-BALANCE
                   UNTIL END-OF-THIS-FILE
               PERFORM PRINT-FILE-TOTAL
           END-IF.

       READ-NEXT-BALANCE.
           READ CUSTOMER-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-BALANCE.
      *    A balance left on a customer who is gone is money, not
      *    just a stray record - it has to be written off first.
           ADD 1 TO WS-RECORDS-CHECKED.
           MOVE CB-CUSTOMER-ID TO WS-REF-CUSTOMER-ID.
           PERFORM LOOKUP-CUSTOMER.
           IF NOT CUSTOMER-REF-FOUND
               MOVE CB-CUSTOMER-ID TO DTL-KEY
               IF CB-BALANCE = 0
                   MOVE "DELETE THE ZERO BALANCE RECORD"
                       TO WS-SUGGESTED-FIX
               ELSE
                   MOVE "BALANCE NOT ZERO - WRITE IT OFF, THEN DELETE"
                       TO WS-SUGGESTED-FIX
               END-IF
               PERFORM REPORT-CUSTOMER-ORPHAN
           END-IF.
           PERFORM READ-NEXT-BALANCE.

       AUDIT-CUSTOMER-TERMS.
           IF WS-CUST-TERMS-OPEN = "Y"
               MOVE "custterm.dat" TO WS-AUDIT-FILE-NAME
               MOVE 0 TO WS-FILE-FINDINGS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-CUSTOMER-TERMS
               PERFORM CHECK-ONE-CUSTOMER-TERMS
                   UNTIL END-OF-THIS-FILE
               PERFORM PRINT-FILE-TOTAL
           END-IF.

       READ-NEXT-CUSTOMER-TERMS.
           READ CUSTOMER-TERMS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-CUSTOMER-TERMS.
           ADD 1 TO WS-RECORDS-CHECKED.
           MOVE CT-CUSTOMER-ID TO WS-REF-CUSTOMER-ID.
           PERFORM LOOKUP-CUSTOMER.
           IF NOT CUSTOMER-REF-FOUND
               MOVE CT-CUSTOMER-ID TO DTL-KEY
               MOVE "DELETE THE TERMS ASSIGNMENT" TO WS-SUGGESTED-FIX
               PERFORM REPORT-CUSTOMER-ORPHAN
           END-IF.
           IF WS-TERMS-OPEN = "Y"
               MOVE CT-TERMS-CODE TO TM-TERMS-CODE
               READ PAYMENT-TERMS-FILE
                   KEY IS TM-TERMS-CODE
                   INVALID KEY
                       MOVE CT-CUSTOMER-ID TO DTL-KEY
                       MOVE "TERMS CODE" TO WS-PROBLEM-SUBJECT
                       MOVE CT-TERMS-CODE TO WS-PROBLEM-VALUE
                       MOVE "NOT ON TERMS.DAT" TO WS-PROBLEM-STATE
                       PERFORM BUILD-PROBLEM-TEXT
                       MOVE "ASSIGN A CURRENT TERMS CODE (TERMMNT)"
                           TO DTL-FIX
                       PERFORM PRINT-FINDING
               END-READ
           END-IF.
           PERFORM READ-NEXT-CUSTOMER-TERMS.

       AUDIT-CUSTOMER-FREIGHT.
           IF WS-FREIGHT-OPEN = "Y"
               MOVE "custfrt.dat" TO WS-AUDIT-FILE-NAME
               MOVE 0 TO WS-FILE-FINDINGS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-FREIGHT
               PERFORM CHECK-ONE-FREIGHT
                   UNTIL END-OF-THIS-FILE
               PERFORM PRINT-FILE-TOTAL
           END-IF.

       READ-NEXT-FREIGHT.
           READ CUSTOMER-FREIGHT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-FREIGHT.
           ADD 1 TO WS-RECORDS-CHECKED.
           MOVE CF-CUSTOMER-ID TO WS-REF-CUSTOMER-ID.
           PERFORM LOOKUP-CUSTOMER.
           IF NOT CUSTOMER-REF-FOUND
               MOVE CF-CUSTOMER-ID TO DTL-KEY
               MOVE "DELETE THE FREIGHT WAIVER RECORD"
                   TO WS-SUGGESTED-FIX
               PERFORM REPORT-CUSTOMER-ORPHAN
           END-IF.
           PERFORM READ-NEXT-FREIGHT.

       AUDIT-CUSTOMER-REPS.
           IF WS-CUST-REP-OPEN = "Y"
               MOVE "custrep.dat" TO WS-AUDIT-FILE-NAME
               MOVE 0 TO WS-FILE-FINDINGS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-CUSTOMER-REP
               PERFORM CHECK-ONE-CUSTOMER-REP
                   UNTIL END-OF-THIS-FILE
               PERFORM PRINT-FILE-TOTAL
           END-IF.

       READ-NEXT-CUSTOMER-REP.
           READ CUSTOMER-REP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-CUSTOMER-REP.
           ADD 1 TO WS-RECORDS-CHECKED.
           MOVE SPACES TO AUDIT-KEY-WORK.
           MOVE RP-CUSTOMER-ID TO KEY-PART-1.
           MOVE "/" TO KEY-SEPARATOR-1.
           MOVE RP-EFFECTIVE-DATE TO KEY-PART-2.
           MOVE RP-CUSTOMER-ID TO WS-REF-CUSTOMER-ID.
           PERFORM LOOKUP-CUSTOMER.
           IF NOT CUSTOMER-REF-FOUND
               MOVE AUDIT-KEY-WORK TO DTL-KEY
               MOVE "DELETE THE REP ASSIGNMENT" TO WS-SUGGESTED-FIX
               PERFORM REPORT-CUSTOMER-ORPHAN
           END-IF.
           IF WS-SALESPERSON-OPEN = "Y"
               MOVE RP-SALESPERSON-ID TO SL-SALESPERSON-ID
               READ SALESPERSON-FILE
                   KEY IS SL-SALESPERSON-ID
                   INVALID KEY
                       MOVE AUDIT-KEY-WORK TO DTL-KEY
                       MOVE "SALESPERSON" TO WS-PROBLEM-SUBJECT
                       MOVE RP-SALESPERSON-ID TO WS-PROBLEM-VALUE
                       MOVE "NOT ON SLSPER.DAT" TO WS-PROBLEM-STATE
                       PERFORM BUILD-PROBLEM-TEXT
                       MOVE "REASSIGN THE CUSTOMER TO A CURRENT REP"
                           TO DTL-FIX
                       PERFORM PRINT-FINDING
               END-READ
           END-IF.
           PERFORM READ-NEXT-CUSTOMER-REP.

       AUDIT-SHIP-TOS.
           IF WS-SHIP-TO-OPEN = "Y"
               MOVE "shipto.dat" TO WS-AUDIT-FILE-NAME
               MOVE 0 TO WS-FILE-FINDINGS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-SHIP-TO
               PERFORM CHECK-ONE-SHIP-TO
                   UNTIL END-OF-THIS-FILE
               PERFORM PRINT-FILE-TOTAL
           END-IF.

       READ-NEXT-SHIP-TO.
           READ SHIP-TO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-SHIP-TO.
           ADD 1 TO WS-RECORDS-CHECKED.
           MOVE ST-CUSTOMER-ID TO WS-REF-CUSTOMER-ID.
           PERFORM LOOKUP-CUSTOMER.
           IF NOT CUSTOMER-REF-FOUND
               MOVE SPACES TO AUDIT-KEY-WORK
               MOVE ST-CUSTOMER-ID TO KEY-PART-1
               MOVE "/" TO KEY-SEPARATOR-1
               MOVE ST-SHIP-TO-CODE TO KEY-PART-2
               MOVE AUDIT-KEY-WORK TO DTL-KEY
               MOVE "DELETE THE SHIP-TO ADDRESS" TO WS-SUGGESTED-FIX
               PERFORM REPORT-CUSTOMER-ORPHAN
           END-IF.
           PERFORM READ-NEXT-SHIP-TO.

       AUDIT-TAX-EXEMPTIONS.
           IF WS-TAX-EXEMPT-OPEN = "Y"
               MOVE "taxexmpt.dat" TO WS-AUDIT-FILE-NAME
               MOVE 0 TO WS-FILE-FINDINGS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-TAX-EXEMPTION
               PERFORM CHECK-ONE-TAX-EXEMPTION
                   UNTIL END-OF-THIS-FILE
               PERFORM PRINT-FILE-TOTAL
           END-IF.

       READ-NEXT-TAX-EXEMPTION.
           READ TAX-EXEMPT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-TAX-EXEMPTION.
           ADD 1 TO WS-RECORDS-CHECKED.
           MOVE XC-CUSTOMER-ID TO WS-REF-CUSTOMER-ID.
           PERFORM LOOKUP-CUSTOMER.
           IF NOT CUSTOMER-REF-FOUND
               MOVE SPACES TO AUDIT-KEY-WORK
               MOVE XC-CUSTOMER-ID TO KEY-PART-1
               MOVE "/" TO KEY-SEPARATOR-1
               MOVE XC-STATE TO KEY-PART-2
               MOVE AUDIT-KEY-WORK TO DTL-KEY
               MOVE "DELETE THE EXEMPTION CERTIFICATE"
                   TO WS-SUGGESTED-FIX
               PERFORM REPORT-CUSTOMER-ORPHAN
           END-IF.
           PERFORM READ-NEXT-TAX-EXEMPTION.

       AUDIT-PRICE-AGREEMENTS.
           IF WS-AGREEMENT-OPEN = "Y"
               MOVE "prcagr.dat" TO WS-AUDIT-FILE-NAME
               MOVE 0 TO WS-FILE-FINDINGS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-AGREEMENT
               PERFORM CHECK-ONE-AGREEMENT
                   UNTIL END-OF-THIS-FILE
               PERFORM PRINT-FILE-TOTAL
           END-IF.

       READ-NEXT-AGREEMENT.
           READ PRICE-AGREEMENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-AGREEMENT.
           ADD 1 TO WS-RECORDS-CHECKED.
           MOVE SPACES TO AUDIT-KEY-WORK.
           MOVE PA-CUSTOMER-ID TO KEY-PART-1.
           MOVE "/" TO KEY-SEPARATOR-1.
           STRING PA-LEVEL-CODE "/" PA-MATCH-VALUE
               DELIMITED BY SIZE INTO KEY-PART-2.
           MOVE PA-CUSTOMER-ID TO WS-REF-CUSTOMER-ID.
           PERFORM LOOKUP-CUSTOMER.
           IF NOT CUSTOMER-REF-FOUND
               MOVE AUDIT-KEY-WORK TO DTL-KEY
               MOVE "DELETE THE PRICE AGREEMENT" TO WS-SUGGESTED-FIX
               PERFORM REPORT-CUSTOMER-ORPHAN
           END-IF.
           IF PA-ITEM-LEVEL
               MOVE PA-MATCH-VALUE TO WS-REF-ITEM
               PERFORM LOOKUP-ITEM
               IF NOT ITEM-REF-FOUND
                   MOVE AUDIT-KEY-WORK TO DTL-KEY
                   MOVE "ITEM" TO WS-PROBLEM-SUBJECT
                   MOVE PA-MATCH-VALUE TO WS-PROBLEM-VALUE
                   IF ITEM-REF-INACTIVE
                       MOVE "IS INACTIVE" TO WS-PROBLEM-STATE
                   ELSE
                       MOVE "NOT ON ITEMMAST" TO WS-PROBLEM-STATE
                   END-IF
                   PERFORM BUILD-PROBLEM-TEXT
                   MOVE "EXPIRE OR REKEY THE AGREEMENT (PRCAGMNT)"
                       TO DTL-FIX
                   PERFORM PRINT-FINDING
               END-IF
           END-IF.
           IF PA-DEPT-LEVEL
               MOVE PA-MATCH-VALUE TO WS-REF-DEPARTMENT
               PERFORM LOOKUP-DEPARTMENT
               IF NOT DEPARTMENT-REF-FOUND
                   MOVE AUDIT-KEY-WORK TO DTL-KEY
                   MOVE "DEPT" TO WS-PROBLEM-SUBJECT
                   MOVE PA-MATCH-VALUE TO WS-PROBLEM-VALUE
                   PERFORM DESCRIBE-DEPARTMENT-PROBLEM
                   MOVE "EXPIRE THE AGREEMENT OR REKEY ITS DEPARTMENT"
                       TO DTL-FIX
                   PERFORM PRINT-FINDING
               END-IF
           END-IF.
           PERFORM READ-NEXT-AGREEMENT.

      *----------------------------------------------------------------
      * employee.dat - active employees' departments.
      *----------------------------------------------------------------
      * custhier.dat - every group member and every parent it names
      * must still be a customer.
      *----------------------------------------------------------------
       AUDIT-ACCOUNT-HIERARCHY.
           IF WS-HIERARCHY-OPEN = "Y"
               MOVE "custhier.dat" TO WS-AUDIT-FILE-NAME
               MOVE 0 TO WS-FILE-FINDINGS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-HIERARCHY
               PERFORM CHECK-ONE-HIERARCHY
                   UNTIL END-OF-THIS-FILE
               PERFORM PRINT-FILE-TOTAL
           END-IF.

       READ-NEXT-HIERARCHY.
           READ ACCOUNT-HIERARCHY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-HIERARCHY.
           ADD 1 TO WS-RECORDS-CHECKED.
           MOVE AH-CUSTOMER-ID TO WS-REF-CUSTOMER-ID.
           PERFORM LOOKUP-CUSTOMER.
           IF NOT CUSTOMER-REF-FOUND
               MOVE AH-CUSTOMER-ID TO DTL-KEY
               MOVE "REMOVE THE ACCOUNT FROM ITS GROUP (HIERMNT)"
                   TO WS-SUGGESTED-FIX
               PERFORM REPORT-CUSTOMER-ORPHAN
           END-IF.
           IF AH-PARENT-ID NOT = AH-CUSTOMER-ID
               MOVE AH-PARENT-ID TO WS-REF-CUSTOMER-ID
               PERFORM LOOKUP-CUSTOMER
               IF NOT CUSTOMER-REF-FOUND
                   MOVE AH-CUSTOMER-ID TO DTL-KEY
                   MOVE "PARENT GONE - RELINK OR REMOVE THE CHILD"
                       TO WS-SUGGESTED-FIX
                   PERFORM REPORT-CUSTOMER-ORPHAN
               END-IF
           END-IF.
           PERFORM READ-NEXT-HIERARCHY.

      *----------------------------------------------------------------
      * custxref.dat - the customer must still be on the master and
      * the item a part maps to on itemmast and active.
      *----------------------------------------------------------------
       AUDIT-CUSTOMER-XREF.
           IF WS-XREF-OPEN = "Y"
               MOVE "custxref.dat" TO WS-AUDIT-FILE-NAME
               MOVE 0 TO WS-FILE-FINDINGS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-XREF
               PERFORM CHECK-ONE-XREF
                   UNTIL END-OF-THIS-FILE
               PERFORM PRINT-FILE-TOTAL
           END-IF.

       READ-NEXT-XREF.
           READ CUSTOMER-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-XREF.
           ADD 1 TO WS-RECORDS-CHECKED.
           MOVE SPACES TO AUDIT-KEY-WORK.
           MOVE CX-CUSTOMER-ID TO KEY-PART-1.
           MOVE "/" TO KEY-SEPARATOR-1.
           MOVE CX-CUSTOMER-PART TO KEY-PART-2.
           MOVE CX-CUSTOMER-ID TO WS-REF-CUSTOMER-ID.
           PERFORM LOOKUP-CUSTOMER.
           IF NOT CUSTOMER-REF-FOUND
               MOVE AUDIT-KEY-WORK TO DTL-KEY
               MOVE "DELETE THE PART MAPPING (XREFMNT)"
                   TO WS-SUGGESTED-FIX
               PERFORM REPORT-CUSTOMER-ORPHAN
           END-IF.
           MOVE CX-ITEM-NUMBER TO WS-REF-ITEM.
           PERFORM LOOKUP-ITEM.
           IF NOT ITEM-REF-FOUND
               MOVE AUDIT-KEY-WORK TO DTL-KEY
               MOVE "ITEM" TO WS-PROBLEM-SUBJECT
               MOVE CX-ITEM-NUMBER TO WS-PROBLEM-VALUE
               IF ITEM-REF-INACTIVE
                   MOVE "IS INACTIVE" TO WS-PROBLEM-STATE
               ELSE
                   MOVE "NOT ON ITEMMAST" TO WS-PROBLEM-STATE
               END-IF
               PERFORM BUILD-PROBLEM-TEXT
               MOVE "REMAP THE PART TO A CURRENT ITEM (XREFMNT)"
                   TO DTL-FIX
               PERFORM PRINT-FINDING
           END-IF.
           PERFORM READ-NEXT-XREF.

      *----------------------------------------------------------------
       AUDIT-EMPLOYEES.
           IF WS-EMPLOYEE-OPEN = "Y" AND WS-DEPARTMENT-OPEN = "Y"
               MOVE "employee.dat" TO WS-AUDIT-FILE-NAME
               MOVE 0 TO WS-FILE-FINDINGS
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-EMPLOYEE
               PERFORM CHECK-ONE-EMPLOYEE
                   UNTIL END-OF-THIS-FILE
               PERFORM PRINT-FILE-TOTAL
           END-IF.

       READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-EMPLOYEE.
      *    A blank department is a record from before the field was
      *    carried; the headcount report already lists those.
           ADD 1 TO WS-RECORDS-CHECKED.
           IF NOT EMP-TERMINATED AND EMP-DEPARTMENT NOT = SPACES
               MOVE EMP-DEPARTMENT TO WS-REF-DEPARTMENT
               PERFORM LOOKUP-DEPARTMENT
               IF NOT DEPARTMENT-REF-FOUND
                   MOVE EMP-ID TO DTL-KEY
                   MOVE "DEPT" TO WS-PROBLEM-SUBJECT
                   MOVE EMP-DEPARTMENT TO WS-PROBLEM-VALUE
                   PERFORM DESCRIBE-DEPARTMENT-PROBLEM
                   MOVE "TRANSFER TO A CURRENT DEPARTMENT (EMPMAINT)"
                       TO DTL-FIX
                   PERFORM PRINT-FINDING
               END-IF
           END-IF.
           PERFORM READ-NEXT-EMPLOYEE.

      *----------------------------------------------------------------
      * slsper.dat - an active salesperson must still be employed.
      *----------------------------------------------------------------
       AUDIT-SALESPEOPLE.
           IF WS-SALESPERSON-OPEN = "Y" AND WS-EMPLOYEE-OPEN = "Y"
               MOVE "slsper.dat" TO WS-AUDIT-FILE-NAME
               MOVE 0 TO WS-FILE-FINDINGS
               MOVE LOW-VALUES TO SL-SALESPERSON-ID
               START SALESPERSON-FILE
                   KEY IS NOT LESS THAN SL-SALESPERSON-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-NEXT-SALESPERSON
               PERFORM CHECK-ONE-SALESPERSON
                   UNTIL END-OF-THIS-FILE
               PERFORM PRINT-FILE-TOTAL
           END-IF.

       READ-NEXT-SALESPERSON.
           READ SALESPERSON-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       CHECK-ONE-SALESPERSON.
           ADD 1 TO WS-RECORDS-CHECKED.
           IF SL-ACTIVE AND SL-EMPLOYEE-ID NOT = 0
               MOVE SL-EMPLOYEE-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   KEY IS EMP-ID
                   INVALID KEY
                       MOVE "NOT ON EMPLOYEE.DAT" TO WS-PROBLEM-STATE
                       PERFORM REPORT-SALESPERSON-EMPLOYEE
                   NOT INVALID KEY
                       IF EMP-TERMINATED
                           MOVE "IS TERMINATED" TO WS-PROBLEM-STATE
                           PERFORM REPORT-SALESPERSON-EMPLOYEE
                       END-IF
               END-READ
           END-IF.
           PERFORM READ-NEXT-SALESPERSON.

       REPORT-SALESPERSON-EMPLOYEE.
           MOVE SL-SALESPERSON-ID TO DTL-KEY.
           MOVE "EMPLOYEE" TO WS-PROBLEM-SUBJECT.
           MOVE SL-EMPLOYEE-ID TO WS-PROBLEM-VALUE.
           PERFORM BUILD-PROBLEM-TEXT.
           MOVE "INACTIVATE THE SALESPERSON (SLSPMNT)" TO DTL-FIX.
           PERFORM PRINT-FINDING.

      *----------------------------------------------------------------
      * Lookups shared by the walks above.
      *----------------------------------------------------------------
       LOOKUP-DEPARTMENT.
      *    WS-REF-DEPARTMENT in; F active, I inactive, M missing. A
      *    department file that did not open answers F.
           MOVE "F" TO WS-DEPARTMENT-RESULT.
           IF WS-DEPARTMENT-OPEN = "Y"
               MOVE WS-REF-DEPARTMENT TO DEPT-CODE
               READ DEPARTMENT-FILE
                   KEY IS DEPT-CODE
                   INVALID KEY
                       MOVE "M" TO WS-DEPARTMENT-RESULT
                   NOT INVALID KEY
                       IF DEPT-INACTIVE
                           MOVE "I" TO WS-DEPARTMENT-RESULT
                       END-IF
               END-READ
           END-IF.

       LOOKUP-ITEM.
      *    WS-REF-ITEM in; F active, I inactive, M missing.
           MOVE "F" TO WS-ITEM-RESULT.
           IF WS-ITEM-OPEN = "Y"
               MOVE WS-REF-ITEM TO IT-ITEM-NUMBER
               READ ITEM-MASTER-FILE
                   KEY IS IT-ITEM-NUMBER
                   INVALID KEY
                       MOVE "M" TO WS-ITEM-RESULT
                   NOT INVALID KEY
                       IF ITEM-INACTIVE
                           MOVE "I" TO WS-ITEM-RESULT
                       END-IF
               END-READ
           END-IF.

       LOOKUP-CUSTOMER.
      *    WS-REF-CUSTOMER-ID in; F on the master, P purged to
      *    custarch.dat, M neither. The satellite files are in
      *    customer order, so the last answer is kept for the next
      *    record of the same customer.
           IF WS-REF-CUSTOMER-ID = WS-LAST-CUSTOMER-ID
               MOVE WS-LAST-CUSTOMER-RESULT TO WS-CUSTOMER-RESULT
           ELSE
               MOVE "F" TO WS-CUSTOMER-RESULT
               IF WS-CUSTOMER-OPEN = "Y"
                   MOVE WS-REF-CUSTOMER-ID TO CUSTOMER-ID
                   READ CUSTOMER-FILE
                       KEY IS CUSTOMER-ID
                       INVALID KEY
                           PERFORM SEARCH-CUSTOMER-ARCHIVE
                   END-READ
               END-IF
               MOVE WS-REF-CUSTOMER-ID TO WS-LAST-CUSTOMER-ID
               MOVE WS-CUSTOMER-RESULT TO WS-LAST-CUSTOMER-RESULT
           END-IF.

       SEARCH-CUSTOMER-ARCHIVE.
           MOVE "M" TO WS-CUSTOMER-RESULT.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS = "00"
               MOVE "N" TO WS-ARCHIVE-EOF-SWITCH
               PERFORM READ-ARCHIVE
               PERFORM CHECK-ONE-ARCHIVE-RECORD
                   UNTIL END-OF-ARCHIVE
               CLOSE ARCHIVE-FILE
           END-IF.

       READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
           END-READ.

       CHECK-ONE-ARCHIVE-RECORD.
           IF AR-CUSTOMER-ID = WS-REF-CUSTOMER-ID
               MOVE "P" TO WS-CUSTOMER-RESULT
               MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
           ELSE
               PERFORM READ-ARCHIVE
           END-IF.

      *----------------------------------------------------------------
      * Finding lines.
      *----------------------------------------------------------------
       REPORT-CUSTOMER-ORPHAN.
      *    DTL-KEY and the file-specific fix in WS-SUGGESTED-FIX are
      *    set by the caller.
           MOVE "CUSTOMER" TO WS-PROBLEM-SUBJECT.
           MOVE WS-REF-CUSTOMER-ID TO WS-PROBLEM-VALUE.
           IF CUSTOMER-REF-PURGED
               MOVE "PURGED TO CUSTARCH" TO WS-PROBLEM-STATE
           ELSE
               MOVE "NOT ON CUSTOMER.DAT" TO WS-PROBLEM-STATE
           END-IF.
           PERFORM BUILD-PROBLEM-TEXT.
           MOVE WS-SUGGESTED-FIX TO DTL-FIX.
           PERFORM PRINT-FINDING.

       DESCRIBE-DEPARTMENT-PROBLEM.
           IF DEPARTMENT-REF-INACTIVE
               MOVE "IS INACTIVE" TO WS-PROBLEM-STATE
           ELSE
               MOVE "NOT ON DEPTMAST" TO WS-PROBLEM-STATE
           END-IF.
           PERFORM BUILD-PROBLEM-TEXT.

       BUILD-PROBLEM-TEXT.
           MOVE SPACES TO DTL-PROBLEM.
           STRING WS-PROBLEM-SUBJECT DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-PROBLEM-VALUE DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-PROBLEM-STATE DELIMITED BY "  "
                  INTO DTL-PROBLEM.

       PRINT-FINDING.
           MOVE WS-AUDIT-FILE-NAME TO DTL-FILE.
           MOVE " " TO PRINT-CC.
           MOVE AUDIT-DETAIL-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO WS-FINDING-COUNT.
           ADD 1 TO WS-FILE-FINDINGS.

       PRINT-FILE-TOTAL.
           IF WS-FILE-FINDINGS > 0
               MOVE WS-AUDIT-FILE-NAME TO TOT-FILE
               MOVE WS-FILE-FINDINGS TO TOT-FINDINGS
               MOVE " " TO PRINT-CC
               MOVE AUDIT-FILE-TOTAL-LINE TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
               MOVE SPACES TO PRINT-TEXT
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       PRINT-SUMMARY-LINE.
           MOVE WS-RECORDS-CHECKED TO SUM-RECORDS.
           MOVE WS-FINDING-COUNT TO SUM-FINDINGS.
           MOVE " " TO PRINT-CC.
           MOVE SPACES TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE AUDIT-SUMMARY-LINE TO PRINT-TEXT.
           PERFORM WRITE-DETAIL-LINE.

       CLOSE-MASTERS.
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-EMPLOYEE-OPEN = "Y"
               CLOSE EMPLOYEE-FILE
           END-IF.
           IF WS-DEPARTMENT-OPEN = "Y"
               CLOSE DEPARTMENT-FILE
           END-IF.
           IF WS-GL-MAP-OPEN = "Y"
               CLOSE GL-MAP-FILE
           END-IF.
           IF WS-ITEM-OPEN = "Y"
               CLOSE ITEM-MASTER-FILE
           END-IF.
           IF WS-STANDING-OPEN = "Y"
               CLOSE STANDING-ORDER-FILE
           END-IF.
           IF WS-CREDIT-OPEN = "Y"
               CLOSE CUSTOMER-CREDIT-FILE
           END-IF.
           IF WS-BALANCE-OPEN = "Y"
               CLOSE CUSTOMER-BALANCE-FILE
           END-IF.
           IF WS-CUST-TERMS-OPEN = "Y"
               CLOSE CUSTOMER-TERMS-FILE
           END-IF.
           IF WS-FREIGHT-OPEN = "Y"
               CLOSE CUSTOMER-FREIGHT-FILE
           END-IF.
           IF WS-CUST-REP-OPEN = "Y"
               CLOSE CUSTOMER-REP-FILE
           END-IF.
           IF WS-SHIP-TO-OPEN = "Y"
               CLOSE SHIP-TO-FILE
           END-IF.
           IF WS-TAX-EXEMPT-OPEN = "Y"
               CLOSE TAX-EXEMPT-FILE
           END-IF.
           IF WS-AGREEMENT-OPEN = "Y"
               CLOSE PRICE-AGREEMENT-FILE
           END-IF.
           IF WS-VENDOR-OPEN = "Y"
               CLOSE VENDOR-FILE
           END-IF.
           IF WS-SALESPERSON-OPEN = "Y"
               CLOSE SALESPERSON-FILE
           END-IF.
           IF WS-TERMS-OPEN = "Y"
               CLOSE PAYMENT-TERMS-FILE
           END-IF.
           IF WS-BRANCH-OPEN = "Y"
               CLOSE BRANCH-FILE
           END-IF.
           IF WS-HIERARCHY-OPEN = "Y"
               CLOSE ACCOUNT-HIERARCHY-FILE
           END-IF.
           IF WS-XREF-OPEN = "Y"
               CLOSE CUSTOMER-XREF-FILE
           END-IF.

           COPY RPTCTLPD.
           COPY RUNLOGPD.
