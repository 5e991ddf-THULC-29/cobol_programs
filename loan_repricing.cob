      * replay shows when and under which batch its rate moved.
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * History events now carry the fees-due figure after the
      * event, for the late-charge fields on the loan history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE RD-NEW-RATE         TO LH-NEW-RATE
           MOVE LM-CURRENT-BALANCE  TO LH-BALANCE-AFTER
           MOVE LM-ACCRUED-INTEREST TO LH-ACCRUED-AFTER
           MOVE ZERO                TO LH-FEE-AMOUNT
           MOVE LM-FEES-DUE         TO LH-FEES-AFTER
           CALL "LOANHIST" USING LOAN-HISTORY-RECORD.

       2900-WRITE-AUDIT-RECORD.
