      ******************************************************************
      * HIERSEL - FILE-CONTROL entry for the account hierarchy file
      *           (custhier.dat), keyed by the member account. A
      *           franchise group is one parent CUSTOMER-ID and the
      *           child accounts linked to it, one level deep: every
      *           member (the parent too) has a record naming its
      *           parent, and the parent's own record - the one whose
      *           AH-PARENT-ID is itself - carries the group credit
      *           limit and whether the head office takes one
      *           consolidated statement. HIERMNT maintains it; the
      *           order run and the hold recycle test the group's
      *           combined balance against the group limit, CUSTSTMT
      *           consolidates statements, and AGERPT rolls children
      *           up under the parent. COPY alongside HIERREC (inside
      *           the FD); programs that load the groups also COPY
      *           HIERWS (WORKING-STORAGE) and HIERPD (PROCEDURE
      *           DIVISION).
      ******************************************************************
           SELECT ACCOUNT-HIERARCHY-FILE ASSIGN TO "custhier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-CUSTOMER-ID
               FILE STATUS IS HIERARCHY-FILE-STATUS.
