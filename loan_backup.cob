      * be trusted).
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * Image record widened for the fees-due balance and the
      * late-charge tracking date added to the master.
      * And again for the charge-off date and amounts.
      * And again for the modification flag and date.
      * And again for the rate-reset and reset-notice dates.
      * And again for the credit-bureau closed-reported date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * The full LOAN-MASTER-RECORD image, one per master record.
       FD  BACKUP-IMAGE-FILE.
       01  BACKUP-IMAGE-RECORD         PIC X(191).

       FD  BACKUP-CONTROL-FILE.
           COPY "backup_control.cpy".
