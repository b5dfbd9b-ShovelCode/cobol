      *           machinery. TC-HOURS-TYPE tells worked time from
      *           leave taken: worked hours earn vacation and sick
      *           accrual at the policy rates, vacation and sick
      *           hours draw the matching balance down. Holiday
      *           hours come only from the company holiday calendar
      *           (HOLCARDS writes them); they are paid at straight
      *           rate outside the overtime test and earn no accrual.
      *           Vacation and sick cards for approved leave requests
      *           are written by LVCARDS on the day, pending like a
      *           keyed card.
      *           TC-APPROVAL-STATUS gates the path to pay: entry
      *           writes P, the supervisor review approves or rejects,
      *           and the weekly register totals only approved cards.
               88  TC-WORKED-HOURS             VALUE "W".
               88  TC-VACATION-HOURS           VALUE "V".
               88  TC-SICK-HOURS               VALUE "S".
               88  TC-HOLIDAY-HOURS            VALUE "H".
           05  TC-APPROVAL-STATUS  PIC X.
               88  TC-PENDING                  VALUE "P".
               88  TC-APPROVED                 VALUES "A" " ".
