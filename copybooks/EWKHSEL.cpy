      ******************************************************************
      * EWKHSEL - FILE-CONTROL entry for the employee weekly earnings
      *           history file (emphwk.dat), keyed by employee and pay
      *           week ending. PAYCALC writes one record per check;
      *           nothing purges it, so any past week can be looked
      *           up long after the register has been thrown away.
      *           COPY alongside EWKHREC (inside the FD), EARNWS and
      *           EARNPD; declare EARN-WEEK-STATUS in WORKING-STORAGE
      *           through EARNWS.
      ******************************************************************
           SELECT EARN-WEEK-FILE ASSIGN TO "emphwk.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EW-WEEK-KEY
               FILE STATUS IS EARN-WEEK-STATUS.
