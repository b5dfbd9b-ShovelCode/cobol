      ******************************************************************
      * IGLSEL - FILE-CONTROL entry for the inventory GL feed
      *          (invgl.dat) - one record for every costed movement
      *          of stock: a receipt keyed at the dock (RECVENTR),
      *          an accepted order line depleted (INVDEPL), a
      *          resaleable return put back on the shelf (RTNPOST)
      *          and a physical count variance approved (CNTPOST).
      *          Appended by those programs and journaled by GLEXTR,
      *          which clears it once the night's lines are written.
      *          COPY alongside IGLREC (inside the FD), IGLWS
      *          (WORKING-STORAGE) and IGLPD (PROCEDURE DIVISION).
      ******************************************************************
           SELECT INVENTORY-GL-FILE ASSIGN TO "invgl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INVENTORY-GL-STATUS.
