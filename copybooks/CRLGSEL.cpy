      ******************************************************************
      * CRLGSEL - FILE-CONTROL entry for the credit release log
      *           (credrls.log) - one record for every held line a
      *           credit manager released or cancelled at CREDRLSE,
      *           with the operator who keyed the order line and the
      *           operator who decided it. Appended, never rewritten;
      *           the decision register print is per session, this
      *           is the history the segregation-of-duties report
      *           reads. COPY alongside CRLGREC (inside the FD);
      *           declare CREDIT-RELEASE-LOG-STATUS in WORKING-STORAGE.
      ******************************************************************
           SELECT CREDIT-RELEASE-LOG-FILE ASSIGN TO "credrls.log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CREDIT-RELEASE-LOG-STATUS.
