      * with a call to AUDITLOG like the rest of the stream.
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * Returned payments reversed by PAYRTRN now roll forward too -
      * the reversal control record on PAYCTL puts its interest back
      * on the expected accrued and its principal back on the
      * expected balance, and both show as their own line on the
      * proof report.
      * Charge-offs written by CHGOFF now roll forward as well - the
      * charge-off control record on PAYCTL takes the principal
      * written off out of the expected balance and the interest
      * written off out of the expected accrued, on their own line
      * of the report. Recoveries on charged-off loans do not move
      * either figure and are not part of the posting splits.
      * Loan modifications now roll forward as well - the
      * modification events on the loan history since the prior
      * proof move the interest capitalized out of the expected
      * accrued and into the expected balance, on their own line
      * of the report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-ACCRUAL-TOTAL            PIC 9(13)V99 VALUE ZERO.
       01  WS-INTEREST-PAID            PIC 9(13)V99 VALUE ZERO.
       01  WS-PRINCIPAL-PAID           PIC 9(13)V99 VALUE ZERO.
       01  WS-INTEREST-REVERSED        PIC 9(13)V99 VALUE ZERO.
       01  WS-PRINCIPAL-REVERSED       PIC 9(13)V99 VALUE ZERO.
       01  WS-REVERSED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-INTEREST-CHARGED-OFF     PIC 9(13)V99 VALUE ZERO.
       01  WS-PRINCIPAL-CHARGED-OFF    PIC 9(13)V99 VALUE ZERO.
       01  WS-CHARGED-OFF-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-BOARDED-TOTAL            PIC 9(13)V99 VALUE ZERO.
       01  WS-BOARDED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-CAPITALIZED-TOTAL        PIC 9(13)V99 VALUE ZERO.
       01  WS-MODIFIED-COUNT           PIC 9(7) VALUE ZERO.

      * The roll-forward expectation and its variances.
       01  WS-EXPECTED-COUNT           PIC 9(7).
           PERFORM 3200-TOTAL-TONIGHT-ACCRUALS
           PERFORM 3300-TOTAL-TONIGHT-PAYMENTS
           IF PRIOR-POSITION-FOUND
               PERFORM 3400-TOTAL-HISTORY-ACTIVITY
           END-IF.

      * The prior position is the stored record with the highest
                   SET END-OF-PAYCTL-FILE TO TRUE
               NOT AT END
                   IF PB-BATCH-NUMBER = PC-BATCH-NUMBER
                       PERFORM 3360-ADD-PAYCTL-TOTALS
                   END-IF
           END-READ.

       3360-ADD-PAYCTL-TOTALS.
           EVALUATE TRUE
               WHEN PB-TYPE-REVERSAL
                   ADD PB-INTEREST-TOTAL  TO WS-INTEREST-REVERSED
                   ADD PB-PRINCIPAL-TOTAL TO WS-PRINCIPAL-REVERSED
                   ADD PB-POSTED-COUNT    TO WS-REVERSED-COUNT
               WHEN PB-TYPE-CHARGE-OFF
                   ADD PB-INTEREST-TOTAL  TO WS-INTEREST-CHARGED-OFF
                   ADD PB-PRINCIPAL-TOTAL TO WS-PRINCIPAL-CHARGED-OFF
                   ADD PB-POSTED-COUNT    TO WS-CHARGED-OFF-COUNT
               WHEN OTHER
                   ADD PB-INTEREST-TOTAL  TO WS-INTEREST-PAID
                   ADD PB-PRINCIPAL-TOTAL TO WS-PRINCIPAL-PAID
           END-EVALUATE.

      * Principal boarded since the prior proof comes off the loan
      * history's boarding events - LOANMAINT and LOANBATCH both
      * write them - since boarding moves the book without going
      * proof's stored run date - so the window starts ON that
      * date, not after it; the prior proof's sweep ran before
      * those boardings existed, so they are not double-counted.
      * Modifications keyed online stamp the same card date, so the
      * interest they capitalized comes off the same window.
       3400-TOTAL-HISTORY-ACTIVITY.
           OPEN INPUT LOAN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               SET END-OF-HISTORY-FILE TO TRUE
               AT END
                   SET END-OF-HISTORY-FILE TO TRUE
               NOT AT END
                   IF LH-EVENT-DATE NOT LESS THAN WS-PRIOR-RUN-DATE
                           AND LH-EVENT-DATE NOT > PC-RUN-DATE
                       PERFORM 3460-ADD-HISTORY-TOTALS
                   END-IF
           END-READ.

       3460-ADD-HISTORY-TOTALS.
           EVALUATE TRUE
               WHEN LH-EVENT-BOARDED
                   ADD LH-PRINCIPAL-AMOUNT TO WS-BOARDED-TOTAL
                   ADD 1 TO WS-BOARDED-COUNT
               WHEN LH-EVENT-MODIFIED
                   ADD LH-INTEREST-AMOUNT TO WS-CAPITALIZED-TOTAL
                   ADD 1 TO WS-MODIFIED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4000-PROVE-POSITION.
           MOVE "TONIGHT SWEPT           " TO FL-CAPTION
           MOVE WS-LOAN-COUNT    TO FL-COUNT
                   WS-PRIOR-COUNT + WS-BOARDED-COUNT
               COMPUTE WS-EXPECTED-BALANCE =
                   WS-PRIOR-BALANCE + WS-BOARDED-TOTAL
                   - WS-PRINCIPAL-PAID + WS-PRINCIPAL-REVERSED
                   - WS-PRINCIPAL-CHARGED-OFF
                   + WS-CAPITALIZED-TOTAL
               COMPUTE WS-EXPECTED-ACCRUED =
                   WS-PRIOR-ACCRUED + WS-ACCRUAL-TOTAL
                   - WS-INTEREST-PAID + WS-INTEREST-REVERSED
                   - WS-INTEREST-CHARGED-OFF
                   - WS-CAPITALIZED-TOTAL

               IF WS-REVERSED-COUNT > ZERO
                   MOVE "RETURNED PAYMENTS BACK  " TO FL-CAPTION
                   MOVE WS-REVERSED-COUNT     TO FL-COUNT
                   MOVE WS-PRINCIPAL-REVERSED TO FL-BALANCE
                   MOVE WS-INTEREST-REVERSED  TO FL-ACCRUED
                   WRITE PROOF-REPORT-RECORD FROM WS-FIGURE-LINE
               END-IF

               IF WS-CHARGED-OFF-COUNT > ZERO
                   MOVE "CHARGED OFF             " TO FL-CAPTION
                   MOVE WS-CHARGED-OFF-COUNT     TO FL-COUNT
                   MOVE WS-PRINCIPAL-CHARGED-OFF TO FL-BALANCE
                   MOVE WS-INTEREST-CHARGED-OFF  TO FL-ACCRUED
                   WRITE PROOF-REPORT-RECORD FROM WS-FIGURE-LINE
               END-IF

               IF WS-MODIFIED-COUNT > ZERO
                   MOVE "MODIFIED - CAPITALIZED  " TO FL-CAPTION
                   MOVE WS-MODIFIED-COUNT    TO FL-COUNT
                   MOVE WS-CAPITALIZED-TOTAL TO FL-BALANCE
                   MOVE WS-CAPITALIZED-TOTAL TO FL-ACCRUED
                   WRITE PROOF-REPORT-RECORD FROM WS-FIGURE-LINE
               END-IF

               MOVE "EXPECTED                " TO FL-CAPTION
               MOVE WS-EXPECTED-COUNT   TO FL-COUNT
