      * called out on the statement itself rather than mailed blind.
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * The footer now carries the late charges due from the
      * master's fees-due balance, between the accrued interest and
      * the current balance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               "INTEREST ACCRUED TO DATE: ".
           05  AF-ACCRUED-INTEREST     PIC ZZZZZZZZ9.99.

       01  WS-FEES-FOOTER.
           05  FILLER                  PIC X(26) VALUE
               "LATE CHARGES DUE:         ".
           05  FF-FEES-DUE             PIC ZZZZZZZZ9.99.

       01  WS-BALANCE-FOOTER.
           05  FILLER                  PIC X(26) VALUE
               "CURRENT BALANCE:          ".
           MOVE LM-ACCRUED-INTEREST TO AF-ACCRUED-INTEREST
           WRITE STATEMENT-PRINT-RECORD FROM WS-ACCRUED-FOOTER

           MOVE LM-FEES-DUE TO FF-FEES-DUE
           WRITE STATEMENT-PRINT-RECORD FROM WS-FEES-FOOTER

           MOVE LM-CURRENT-BALANCE TO BF-CURRENT-BALANCE
           WRITE STATEMENT-PRINT-RECORD FROM WS-BALANCE-FOOTER.

