      ******************************************************************
      * GLMPREC - shared GL-MAP-RECORD layout for the GL account
      *           mapping file (glmap.dat). See GLMPSEL. The GL
      *           account is the department's sales account. A
      *           department that carries stock also names the
      *           inventory asset account its stock is carried in,
      *           the cost of goods sold account its depletion is
      *           charged to, and the shrink expense account its
      *           count variances go to; SPACES in any of them sends
      *           that side of the department's inventory entries to
      *           GL-SUSP. Pseudo-departments FREIGHT (freight
      *           income) and RNI (received-not-invoiced, the
      *           liability a receipt is credited to until the
      *           vendor's invoice arrives) use the GL account only.
      ******************************************************************
       01  GL-MAP-RECORD.
           05  GM-DEPARTMENT       PIC X(10).
           05  GM-GL-ACCOUNT       PIC X(10).
           05  GM-INVENTORY-ACCOUNT PIC X(10).
           05  GM-COGS-ACCOUNT     PIC X(10).
           05  GM-SHRINK-ACCOUNT   PIC X(10).
