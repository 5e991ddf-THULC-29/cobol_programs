      * posting order - date order for any one loan.
      * Event codes: B = boarded, A = nightly accrual, P = payment
      * split (interest portion / principal portion), R = rate
      * change (new rate carried, amounts zero), C = closed,
      * V = returned-payment reversal (the interest and principal
      * put back on the loan - the split of the payment reversed),
      * L = late charge assessed (LH-FEE-AMOUNT), F = fees collected
      * (the fee portion of a payment, written just ahead of that
      * payment's P event). A reversal puts back any fee portion in
      * LH-FEE-AMOUNT as well. LH-FEES-AFTER is LM-FEES-DUE after
      * the event.
      * O = charged off (the balance, accrued interest and fees
      * written off, in LH-PRINCIPAL-AMOUNT, LH-INTEREST-AMOUNT and
      * LH-FEE-AMOUNT; positions after all zero), Y = recovery
      * posted on a charged-off loan (the amount recovered in
      * LH-PRINCIPAL-AMOUNT; positions do not move). A returned
      * recovery is a V event on the charged-off loan carrying the
      * amount in LH-PRINCIPAL-AMOUNT the same way.
      * M = loan modified (the position before the modification -
      * the balance before in LH-PRINCIPAL-AMOUNT and the accrued
      * interest capitalized in LH-INTEREST-AMOUNT - the new rate in
      * LH-NEW-RATE, and the position after as for every event).
      * LH-BALANCE-AFTER and LH-ACCRUED-AFTER are the master's
      * position fields as rewritten by the event - the last event's
      * figures must land on LM-CURRENT-BALANCE and
               88  LH-EVENT-PAYMENT        VALUE "P".
               88  LH-EVENT-RATE-CHANGE    VALUE "R".
               88  LH-EVENT-CLOSED         VALUE "C".
               88  LH-EVENT-REVERSAL       VALUE "V".
               88  LH-EVENT-LATE-CHARGE    VALUE "L".
               88  LH-EVENT-FEE-COLLECTED  VALUE "F".
               88  LH-EVENT-CHARGE-OFF     VALUE "O".
               88  LH-EVENT-RECOVERY       VALUE "Y".
               88  LH-EVENT-MODIFIED       VALUE "M".
           05  LH-BATCH-NUMBER         PIC 9(7).
           05  LH-INTEREST-AMOUNT      PIC 9(9)V99.
           05  LH-PRINCIPAL-AMOUNT     PIC 9(7)V99.
           05  LH-NEW-RATE             PIC 9(3)V99.
           05  LH-BALANCE-AFTER        PIC 9(7)V99.
           05  LH-ACCRUED-AFTER        PIC 9(9)V99.
           05  LH-FEE-AMOUNT           PIC 9(7)V99.
           05  LH-FEES-AFTER           PIC 9(7)V99.
