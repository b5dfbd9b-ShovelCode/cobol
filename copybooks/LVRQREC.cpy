      ******************************************************************
      * LVRQREC - shared LEAVE-REQUEST-RECORD layout for the employee
      *           leave request file. See LVRQSEL. A request covers
      *           LR-START-DATE through LR-END-DATE at LR-HOURS-PER-DAY
      *           on each working day in the range (weekdays that are
      *           not on the holiday calendar); LR-TOTAL-HOURS is what
      *           the request will draw from the balance. A request
      *           is entered P, and the supervisor approves it A or
      *           denies it D with a reason; a withdrawn request is
      *           C. LR-CARDS-THRU-DATE is the last day LVCARDS has
      *           written cards for and LR-HOURS-CARDED what they
      *           came to, so approved leave is carded once, a day
      *           at a time, as the days arrive.
      ******************************************************************
       01  LEAVE-REQUEST-RECORD.
           05  LR-REQUEST-KEY.
               10  LR-EMP-ID       PIC 9(5).
               10  LR-START-DATE   PIC 9(8).
           05  LR-END-DATE         PIC 9(8).
           05  LR-LEAVE-TYPE       PIC X.
               88  LR-VACATION-LEAVE           VALUE "V".
               88  LR-SICK-LEAVE               VALUE "S".
           05  LR-HOURS-PER-DAY    PIC 9(2)V99.
           05  LR-LEAVE-DAYS       PIC 9(3).
           05  LR-TOTAL-HOURS      PIC 9(4)V99.
           05  LR-STATUS           PIC X.
               88  LR-PENDING                  VALUE "P".
               88  LR-APPROVED                 VALUE "A".
               88  LR-DENIED                   VALUE "D".
               88  LR-WITHDRAWN                VALUE "C".
               88  LR-OPEN                     VALUES "P" "A".
           05  LR-REQUESTED-BY     PIC X(10).
           05  LR-REQUEST-DATE     PIC 9(8).
           05  LR-DECIDED-BY       PIC X(10).
           05  LR-DECISION-DATE    PIC 9(8).
           05  LR-DENY-REASON      PIC X(4).
           05  LR-CARDS-THRU-DATE  PIC 9(8).
           05  LR-HOURS-CARDED     PIC 9(4)V99.
