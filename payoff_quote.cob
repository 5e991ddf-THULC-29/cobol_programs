      * The session now starts with an operator sign-on, and every
      * audit record written carries the operator's ID - an
      * incident review answers who as well as what.
      * The payoff now includes any late charges due on the master,
      * since PAYMTPOST settles fees first and will not close a
      * loan that still owes them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COMPUTE WS-PAYOFF-AMOUNT =
               LM-CURRENT-BALANCE + LM-ACCRUED-INTEREST
               + WS-PER-DIEM-INTEREST + LM-FEES-DUE

           ADD 1 TO WS-QUOTE-COUNT
           DISPLAY "LOAN NUMBER      = " LM-LOAN-NUMBER
           DISPLAY "LAST ACCRUAL     = " LM-LAST-ACCRUAL-DATE
           DISPLAY "PER-DIEM DAYS    = " WS-PER-DIEM-DAYS
           DISPLAY "PER-DIEM INT     = " WS-PER-DIEM-INTEREST
           DISPLAY "LATE CHARGES DUE = " LM-FEES-DUE
           DISPLAY "PAYOFF AMOUNT    = " WS-PAYOFF-AMOUNT.

       3000-FINALIZE.
