      ******************************************************************
      * HIERWS - WORKING-STORAGE for the account hierarchy tables.
      *          See HIERSEL. LOAD-ACCOUNT-GROUPS (HIERPD) fills one
      *          group entry per parent and one member entry per
      *          linked account; a caller MOVEs a customer to
      *          AH-WS-LOOKUP-ID and PERFORMs FIND-ACCOUNT-GROUP,
      *          which leaves AH-GROUP-IDX on the customer's group
      *          when AH-WS-GROUP-FOUND. A program that also has the
      *          balance file open may PERFORM
      *          ADD-GROUP-POSTED-BALANCES (HIERBPD) to total each
      *          group's CB-BALANCE into AH-WS-GROUP-POSTED;
      *          AH-WS-GROUP-DAY is the caller's own running figure
      *          for the night.
      ******************************************************************
       01  HIERARCHY-FILE-STATUS   PIC XX.
       01  AH-WS-EOF-SWITCH        PIC X       VALUE "N".
           88  AH-WS-END-OF-HIERARCHY          VALUE "Y".
       01  AH-WS-LOADED-SWITCH     PIC X       VALUE "N".
           88  AH-WS-GROUPS-LOADED             VALUE "Y".
       01  AH-WS-OVERFLOW-SWITCH   PIC X       VALUE "N".
           88  AH-WS-TABLE-OVERFLOWED          VALUE "Y".
       01  AH-WS-FOUND-SWITCH      PIC X       VALUE "N".
           88  AH-WS-GROUP-FOUND               VALUE "Y".
       01  AH-WS-LOOKUP-ID         PIC X(10).
       01  AH-WS-PARENT-ID         PIC X(10).

       01  AH-WS-GROUP-TABLE.
           05  AH-WS-GROUP-COUNT   PIC 9(4)    VALUE 0.
           05  AH-WS-GROUP-ENTRY   OCCURS 500 TIMES
                   INDEXED BY AH-GROUP-IDX.
               10  AH-WS-GROUP-PARENT  PIC X(10).
               10  AH-WS-GROUP-LIMIT   PIC S9(9)V99.
               10  AH-WS-GROUP-CONSOLIDATE PIC X.
                   88  AH-WS-GROUP-CONSOLIDATED VALUE "Y".
               10  AH-WS-GROUP-POSTED  PIC S9(11)V99.
               10  AH-WS-GROUP-DAY     PIC S9(11)V99.

       01  AH-WS-MEMBER-TABLE.
           05  AH-WS-MEMBER-COUNT  PIC 9(4)    VALUE 0.
           05  AH-WS-MEMBER-ENTRY  OCCURS 3000 TIMES
                   INDEXED BY AH-MEMBER-IDX.
               10  AH-WS-MEMBER-ID     PIC X(10).
               10  AH-WS-MEMBER-PARENT PIC X(10).
               10  AH-WS-MEMBER-GROUP  PIC 9(4).
