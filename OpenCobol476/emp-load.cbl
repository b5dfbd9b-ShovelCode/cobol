      *    The HR extract carries no pay rate - payroll keys it
      *    through EMPMAINT before the first gross-pay register.
           MOVE 0              TO EMP-PAY-RATE.
           MOVE 0              TO EMP-TERM-DATE.
           MOVE SPACE          TO EMP-TERM-REASON.
           MOVE EMP-ID TO WS-CHECK-DIGIT-INPUT-ID.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE WS-COMPUTED-CHECK-DIGIT TO EMP-CHECK-DIGIT.
