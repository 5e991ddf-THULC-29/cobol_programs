      * does not prove - do not swap the rebuilt master in).
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * A returned-payment reversal event re-applies as a reopen
      * when the loan stands closed - the bounced payoff PAYRTRN
      * put back.
      * Backup image widened for the fees-due balance and the
      * late-charge tracking date; a replayed event now also sets
      * the fees due from the event's fees-after figure.
      * Backup image widened again for the charge-off date and
      * amounts. A charge-off event re-applies the charged-off
      * status, date and amount written off; a recovery event adds
      * back into the amount recovered.
      * Backup image widened again for the modification flag and
      * date. A modification event re-applies the new rate and
      * marks the loan modified as of the event date.
      * Backup image widened again for the rate-reset and
      * reset-notice dates.
      * And again for the credit-bureau closed-reported date.
      * A reversal event on a charged-off loan - a returned recovery
      * - re-applies by taking its amount back off the amount
      * recovered.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-IMAGE-FILE.
       01  BACKUP-IMAGE-RECORD         PIC X(191).

       FD  BACKUP-CONTROL-FILE.
           COPY "backup_control.cpy".
       4250-SET-POSITION-FROM-EVENT.
           MOVE LH-BALANCE-AFTER TO LM-CURRENT-BALANCE
           MOVE LH-ACCRUED-AFTER TO LM-ACCRUED-INTEREST
           MOVE LH-FEES-AFTER    TO LM-FEES-DUE

           EVALUATE TRUE
               WHEN LH-EVENT-ACCRUAL
               WHEN LH-EVENT-CLOSED
                   SET LM-STATUS-CLOSED TO TRUE
                   MOVE LH-EVENT-DATE TO LM-CLOSED-DATE
               WHEN LH-EVENT-REVERSAL
                   IF LM-STATUS-CLOSED
                       SET LM-STATUS-ACTIVE TO TRUE
                       MOVE ZERO TO LM-CLOSED-DATE
                   END-IF
                   IF LM-STATUS-CHARGED-OFF
                       SUBTRACT LH-PRINCIPAL-AMOUNT
                           FROM LM-RECOVERED-AMOUNT
                   END-IF
               WHEN LH-EVENT-CHARGE-OFF
                   SET LM-STATUS-CHARGED-OFF TO TRUE
                   MOVE LH-EVENT-DATE TO LM-CHARGE-OFF-DATE
                   COMPUTE LM-CHARGED-OFF-AMOUNT =
                       LH-PRINCIPAL-AMOUNT + LH-INTEREST-AMOUNT
                       + LH-FEE-AMOUNT
                   MOVE ZERO TO LM-RECOVERED-AMOUNT
               WHEN LH-EVENT-RECOVERY
                   ADD LH-PRINCIPAL-AMOUNT TO LM-RECOVERED-AMOUNT
               WHEN LH-EVENT-MODIFIED
                   MOVE LH-NEW-RATE TO LM-RATE
                   SET LM-LOAN-MODIFIED TO TRUE
                   MOVE LH-EVENT-DATE TO LM-MODIFICATION-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
