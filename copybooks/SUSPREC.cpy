      *           leading fields mirror ORDLREC, the original order
      *           line unchanged, so a recycled record feeds straight
      *           back into the order run. Reason codes: NOCU =
      *           customer not on file, CLSD = customer closed. The
      *           line's ship-to code rides at the end of the record.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SU-DEPARTMENT       PIC X(10).
           05  SU-REASON-CODE      PIC X(4).
           05  SU-SUSPENSE-DATE    PIC 9(8).
           05  SU-AGE-DAYS         PIC 9(3).
           05  SU-SHIP-TO-CODE     PIC X(4).
