      * And again for the interest-collected-YTD bucket.
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * Images widened again for the fees-due balance and the
      * late-charge tracking date.
      * And again for the charge-off date and amounts. A charged-
      * off loan is never archived - it stays on the master with
      * the closed loans still inside retention, for recoveries to
      * post against.
      * And again for the modification flag and date.
      * And again for the rate-reset and reset-notice dates.
      * And again for the credit-bureau closed-reported date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD.
           05  NM-LOAN-NUMBER          PIC 9(6).
           05  NM-REST-OF-RECORD       PIC X(185).

       FD  LOAN-ARCHIVE-FILE.
       01  LOAN-ARCHIVE-RECORD.
           05  LA-MASTER-IMAGE         PIC X(191).
           05  LA-ARCHIVE-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
               WHEN LM-STATUS-ACTIVE
                   PERFORM 2100-COPY-TO-NEW-MASTER
                   ADD 1 TO WS-ACTIVE-OUT-COUNT
               WHEN LM-STATUS-CHARGED-OFF
                   PERFORM 2100-COPY-TO-NEW-MASTER
                   ADD 1 TO WS-RETAINED-CLOSED-COUNT
               WHEN LM-CLOSED-DATE < WS-CUTOFF-DATE
                   PERFORM 2200-ARCHIVE-CLOSED-LOAN
                   ADD 1 TO WS-ARCHIVED-COUNT
