       TALLY-ONE-ACCEPTED.
      *    Lines that predate the operator stamp (or arrived from a
      *    batch feed) tally under the blank desk so the totals still
      *    cross-foot against the ship release.
           MOVE AO-OPERATOR-ID TO WS-TALLY-OPERATOR.
           PERFORM FIND-OPERATOR-ENTRY.
           COMPUTE WS-EXTENDED-AMOUNT =
