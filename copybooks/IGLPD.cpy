      ******************************************************************
      * IGLPD - PROCEDURE DIVISION paragraphs for the inventory GL
      *         feed. See IGLSEL. PERFORM OPEN-INVENTORY-GL-FILE once
      *         at start of run (it seeds a missing file),
      *         WRITE-INVENTORY-GL-ENTRY per stock movement with the
      *         IG-WS- fields loaded, and close INVENTORY-GL-FILE
      *         with the caller's other files. The program name
      *         stamped on each record is the caller's
      *         RL-WS-PROGRAM-NAME.
      ******************************************************************
       OPEN-INVENTORY-GL-FILE.
           OPEN EXTEND INVENTORY-GL-FILE.
           IF INVENTORY-GL-STATUS = "05" OR "35"
               OPEN OUTPUT INVENTORY-GL-FILE
           END-IF.

       WRITE-INVENTORY-GL-ENTRY.
           IF IG-WS-UNIT-COST NOT > 0
               ADD 1 TO IG-WS-UNCOSTED-COUNT
           ELSE
               MOVE IG-WS-ENTRY-TYPE   TO IG-ENTRY-TYPE
               MOVE IG-WS-DEPARTMENT   TO IG-DEPARTMENT
               MOVE IG-WS-ITEM-NUMBER  TO IG-ITEM-NUMBER
               MOVE IG-WS-QUANTITY     TO IG-QUANTITY
               MOVE IG-WS-UNIT-COST    TO IG-UNIT-COST
               COMPUTE IG-AMOUNT ROUNDED =
                   IG-WS-QUANTITY * IG-WS-UNIT-COST
               MOVE IG-WS-ENTRY-DATE   TO IG-ENTRY-DATE
               MOVE RL-WS-PROGRAM-NAME TO IG-PROGRAM-NAME
               WRITE INVENTORY-GL-RECORD
               ADD 1 TO IG-WS-WRITTEN-COUNT
           END-IF.
