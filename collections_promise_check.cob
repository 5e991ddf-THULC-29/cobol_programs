       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLPTP.

      * Modification history:
      * New program - nightly promise-to-pay check and prioritized
      * collections worklist, run after LOANDELQ has seeded the
      * persistent collections file (COLLMSTR) with tonight's aging.
      * Reads the cumulative loan-history file for the payment
      * events posted tonight (the run date's fees-collected and
      * payment-split events PAYMTPOST writes, less the reversals
      * PAYRTRN writes for returned payments) and adds them to the
      * paid-to-date of any open promise on the loan taken on or
      * before the payment and due on or after it. Then sweeps the
      * worklist: an open promise paid in full is marked kept; one
      * whose date has passed short of the amount is marked broken
      * and the loan's broken-promise count goes up. A loan the
      * aging did not find 30 days or more past due tonight has
      * cured (or closed, or been charged off) and is resolved -
      * it drops off the worklist with its trail kept.
      * The worklist prints in priority order for the morning:
      * broken promises first (until a collector logs the next
      * contact), then the 90+, 60 and 30 day buckets, then the
      * loans with a promise still pending at the foot - each
      * section in loan-number order, with the last contact, the
      * promise and what has been paid against it.
      * Checks in with the shared RUNCTL run-control keeper at
      * initialize and end of job, and ends with a call to AUDITLOG
      * and a graded RETURN-CODE (0 = no promise broken tonight,
      * 4 = promises broken tonight - on top of the worklist).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-FILE ASSIGN TO "COLLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-LOAN-NUMBER
               FILE STATUS IS WS-COLLECTION-FILE-STATUS.

           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT WORKLIST-FILE ASSIGN TO "COLLWORK"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-FILE.
           COPY "collection_record.cpy".

       FD  LOAN-HISTORY-FILE.
           COPY "loan_history_record.cpy".

       FD  WORKLIST-FILE.
       01  WORKLIST-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "run_control_record.cpy".

       01  WS-COLLECTION-FILE-STATUS   PIC XX.
       01  WS-HISTORY-FILE-STATUS      PIC XX.

       01  WS-WORKLIST-FLAG            PIC X VALUE "Y".
           88  WORKLIST-EXISTS             VALUE "Y".
           88  NO-WORKLIST                 VALUE "N".

       01  WS-HISTORY-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-HISTORY-FILE         VALUE "Y".

       01  WS-SWEEP-EOF-FLAG           PIC X VALUE "N".
           88  END-OF-WORKLIST-SWEEP       VALUE "Y".

       01  WS-PAYMENT-AMOUNT           PIC 9(9)V99.
       01  WS-REVERSAL-FLAG            PIC X VALUE "N".
           88  EVENT-IS-REVERSAL           VALUE "Y".

       01  WS-CHANGED-FLAG             PIC X VALUE "N".
           88  RECORD-CHANGED              VALUE "Y".

      * Worklist priority - the section a working record prints in.
       01  WS-PRINT-SECTION            PIC 9.
       01  WS-RECORD-SECTION           PIC 9.
           88  SECTION-BROKEN              VALUE 1.
           88  SECTION-90-PLUS             VALUE 2.
           88  SECTION-60-DAY              VALUE 3.
           88  SECTION-30-DAY              VALUE 4.
           88  SECTION-PROMISE-PENDING     VALUE 5.

       01  WS-HISTORY-READ-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-PAYMENT-EVENT-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-APPLIED-EVENT-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-KEPT-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-BROKEN-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-RESOLVED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-WORKING-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SECTION-COUNT            PIC 9(7) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(30) VALUE
               "COLLECTIONS WORKLIST".
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  RH-RUN-DATE             PIC 9(8).

       01  WS-SECTION-HEADING.
           05  FILLER                  PIC X(4) VALUE "*** ".
           05  SH-TITLE                PIC X(40).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(31) VALUE
               "LOAN   CUST     DPD    BALANCE ".
           05  FILLER                  PIC X(21) VALUE
               "LAST CNT RS PTP DATE ".
           05  FILLER                  PIC X(25) VALUE
               "   PTP AMT   PAID AMT BRK".

       01  WS-DETAIL-LINE.
           05  DL-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-CUSTOMER-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-DAYS-PAST-DUE        PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-BALANCE              PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-LAST-CONTACT-DATE    PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-LAST-RESULT          PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-PROMISE-DATE         PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-PROMISE-AMOUNT       PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-PROMISE-PAID         PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-BROKEN-COUNT         PIC ZZ9.

       01  WS-NOTE-LINE.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "NOTE: ".
           05  NT-NOTE                 PIC X(40).
           05  FILLER                  PIC X(4) VALUE " BY ".
           05  NT-OPERATOR-ID          PIC X(8).

       01  WS-SECTION-TOTAL-LINE.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "LOANS=".
           05  ST-COUNT                PIC ZZZZZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(9) VALUE "WORKING=".
           05  TL-WORKING-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(7) VALUE " KEPT=".
           05  TL-KEPT-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(9) VALUE " BROKEN=".
           05  TL-BROKEN-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE " RESOLVED=".
           05  TL-RESOLVED-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE " PAYMENTS=".
           05  TL-APPLIED-COUNT        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WORKLIST-EXISTS
               PERFORM 2000-APPLY-TONIGHTS-PAYMENTS
               PERFORM 3000-REVIEW-WORKLIST
               PERFORM 4000-PRINT-WORKLIST
           END-IF
           PERFORM 5000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * Graded completion code for the NIGHTLY COND gating:
      * 0 = no promise broken tonight, 4 = broken promises on top
      * of the morning's worklist.
       9000-SET-RETURN-CODE.
           IF WS-BROKEN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      * No worklist yet (no loan has ever aged 30 days) is the soft
      * FILE STATUS "35" case - an empty worklist prints.
       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD

           SET RK-FUNCTION-START TO TRUE
           MOVE PC-BATCH-NUMBER TO RK-BATCH-NUMBER
           MOVE "COLLPTP" TO RK-STEP-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RK-RUN-REFUSED
               DISPLAY "BATCH " PC-BATCH-NUMBER
                   " STEP COLLPTP ALREADY COMPLETE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT WORKLIST-FILE
           MOVE PC-RUN-DATE TO RH-RUN-DATE
           WRITE WORKLIST-RECORD FROM WS-REPORT-HEADING

           OPEN I-O COLLECTION-FILE
           IF WS-COLLECTION-FILE-STATUS = "35"
               SET NO-WORKLIST TO TRUE
           END-IF.

      * Tonight's payments are the history events stamped with the
      * run date - PAYMTPOST and PAYRTRN both stamp the card date,
      * and the run-control keeper refuses a second run of this
      * step for the same batch, so no payment is counted twice.
       2000-APPLY-TONIGHTS-PAYMENTS.
           OPEN INPUT LOAN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               SET END-OF-HISTORY-FILE TO TRUE
           END-IF
           PERFORM 2100-READ-HISTORY-RECORD
               UNTIL END-OF-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "35"
               CLOSE LOAN-HISTORY-FILE
           END-IF.

       2100-READ-HISTORY-RECORD.
           READ LOAN-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ-COUNT
                   IF LH-EVENT-DATE = PC-RUN-DATE
                       PERFORM 2200-TEST-PAYMENT-EVENT
                   END-IF
           END-READ.

      * A payment counts whole - fees, interest and principal - the
      * borrower promised an amount, not a split. A reversal takes
      * back what the returned payment had counted.
       2200-TEST-PAYMENT-EVENT.
           MOVE "N" TO WS-REVERSAL-FLAG
           EVALUATE TRUE
               WHEN LH-EVENT-FEE-COLLECTED
                   MOVE LH-FEE-AMOUNT TO WS-PAYMENT-AMOUNT
               WHEN LH-EVENT-PAYMENT
                   COMPUTE WS-PAYMENT-AMOUNT =
                       LH-INTEREST-AMOUNT + LH-PRINCIPAL-AMOUNT
               WHEN LH-EVENT-REVERSAL
                   SET EVENT-IS-REVERSAL TO TRUE
                   COMPUTE WS-PAYMENT-AMOUNT = LH-INTEREST-AMOUNT
                       + LH-PRINCIPAL-AMOUNT + LH-FEE-AMOUNT
               WHEN OTHER
                   MOVE ZERO TO WS-PAYMENT-AMOUNT
           END-EVALUATE

           IF WS-PAYMENT-AMOUNT > ZERO
               ADD 1 TO WS-PAYMENT-EVENT-COUNT
               PERFORM 2300-APPLY-TO-PROMISE
           END-IF.

       2300-APPLY-TO-PROMISE.
           MOVE LH-LOAN-NUMBER TO CW-LOAN-NUMBER
           READ COLLECTION-FILE
               KEY IS CW-LOAN-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CW-STATUS-WORKING
                           AND CW-PROMISE-OPEN
                           AND LH-EVENT-DATE
                               NOT LESS THAN CW-PROMISE-TAKEN-DATE
                           AND LH-EVENT-DATE NOT > CW-PROMISE-DATE
                       PERFORM 2350-ADJUST-PROMISE-PAID
                   END-IF
           END-READ.

       2350-ADJUST-PROMISE-PAID.
           ADD 1 TO WS-APPLIED-EVENT-COUNT
           IF EVENT-IS-REVERSAL
               IF WS-PAYMENT-AMOUNT > CW-PROMISE-PAID
                   MOVE ZERO TO CW-PROMISE-PAID
               ELSE
                   SUBTRACT WS-PAYMENT-AMOUNT FROM CW-PROMISE-PAID
               END-IF
           ELSE
               ADD WS-PAYMENT-AMOUNT TO CW-PROMISE-PAID
                   ON SIZE ERROR
                       MOVE 9999999.99 TO CW-PROMISE-PAID
               END-ADD
           END-IF
           REWRITE COLLECTION-RECORD
               INVALID KEY
                   DISPLAY "COLLECTIONS REWRITE FAILED - LOAN "
                       CW-LOAN-NUMBER " STATUS="
                       WS-COLLECTION-FILE-STATUS
           END-REWRITE.

       3000-REVIEW-WORKLIST.
           MOVE "N" TO WS-SWEEP-EOF-FLAG
           PERFORM 3900-START-WORKLIST-SWEEP
           PERFORM 3100-REVIEW-ONE-RECORD
               UNTIL END-OF-WORKLIST-SWEEP.

      * Promises are settled before the record is tested for a
      * cure, so a loan that cured by paying what it promised shows
      * the promise kept.
       3100-REVIEW-ONE-RECORD.
           MOVE "N" TO WS-CHANGED-FLAG
           IF CW-STATUS-WORKING
               IF CW-PROMISE-OPEN
                   PERFORM 3200-SETTLE-PROMISE
               END-IF
               IF CW-LAST-AGED-DATE < PC-RUN-DATE
                   SET CW-STATUS-RESOLVED TO TRUE
                   MOVE PC-RUN-DATE TO CW-RESOLVED-DATE
                   ADD 1 TO WS-RESOLVED-COUNT
                   SET RECORD-CHANGED TO TRUE
               ELSE
                   ADD 1 TO WS-WORKING-COUNT
               END-IF
           END-IF

           IF RECORD-CHANGED
               REWRITE COLLECTION-RECORD
                   INVALID KEY
                       DISPLAY "COLLECTIONS REWRITE FAILED - LOAN "
                           CW-LOAN-NUMBER " STATUS="
                           WS-COLLECTION-FILE-STATUS
               END-REWRITE
           END-IF

           READ COLLECTION-FILE NEXT
               AT END SET END-OF-WORKLIST-SWEEP TO TRUE
           END-READ.

       3200-SETTLE-PROMISE.
           EVALUATE TRUE
               WHEN CW-PROMISE-PAID NOT LESS THAN CW-PROMISE-AMOUNT
                   SET CW-PROMISE-KEPT TO TRUE
                   MOVE PC-RUN-DATE TO CW-PROMISE-SETTLED-DATE
                   ADD 1 TO WS-KEPT-COUNT
                   SET RECORD-CHANGED TO TRUE
               WHEN PC-RUN-DATE > CW-PROMISE-DATE
                   SET CW-PROMISE-BROKEN TO TRUE
                   MOVE PC-RUN-DATE TO CW-PROMISE-SETTLED-DATE
                   ADD 1 TO CW-BROKEN-COUNT
                   ADD 1 TO WS-BROKEN-COUNT
                   SET RECORD-CHANGED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3900-START-WORKLIST-SWEEP.
           MOVE ZERO TO CW-LOAN-NUMBER
           START COLLECTION-FILE
               KEY IS NOT LESS THAN CW-LOAN-NUMBER
               INVALID KEY SET END-OF-WORKLIST-SWEEP TO TRUE
           END-START
           IF NOT END-OF-WORKLIST-SWEEP
               READ COLLECTION-FILE NEXT
                   AT END SET END-OF-WORKLIST-SWEEP TO TRUE
               END-READ
           END-IF.

      * One pass over the worklist per priority section - the file
      * holds only the loans that have aged, so five passes cost
      * less than a sort step.
       4000-PRINT-WORKLIST.
           PERFORM 4100-PRINT-ONE-SECTION
               VARYING WS-PRINT-SECTION FROM 1 BY 1
               UNTIL WS-PRINT-SECTION > 5.

       4100-PRINT-ONE-SECTION.
           EVALUATE WS-PRINT-SECTION
               WHEN 1
                   MOVE "BROKEN PROMISES - CALL FIRST" TO SH-TITLE
               WHEN 2
                   MOVE "90 PLUS DAYS PAST DUE" TO SH-TITLE
               WHEN 3
                   MOVE "60 DAYS PAST DUE" TO SH-TITLE
               WHEN 4
                   MOVE "30 DAYS PAST DUE" TO SH-TITLE
               WHEN OTHER
                   MOVE "PROMISE TO PAY PENDING" TO SH-TITLE
           END-EVALUATE
           WRITE WORKLIST-RECORD FROM WS-SECTION-HEADING
           WRITE WORKLIST-RECORD FROM WS-COLUMN-HEADING
           MOVE ZERO TO WS-SECTION-COUNT

           MOVE "N" TO WS-SWEEP-EOF-FLAG
           PERFORM 3900-START-WORKLIST-SWEEP
           PERFORM 4200-SELECT-FOR-SECTION
               UNTIL END-OF-WORKLIST-SWEEP

           MOVE WS-SECTION-COUNT TO ST-COUNT
           WRITE WORKLIST-RECORD FROM WS-SECTION-TOTAL-LINE.

       4200-SELECT-FOR-SECTION.
           IF CW-STATUS-WORKING
               PERFORM 4300-ASSIGN-SECTION
               IF WS-RECORD-SECTION = WS-PRINT-SECTION
                   PERFORM 4400-WRITE-DETAIL-LINE
               END-IF
           END-IF

           READ COLLECTION-FILE NEXT
               AT END SET END-OF-WORKLIST-SWEEP TO TRUE
           END-READ.

      * A broken promise outranks everything; a promise still
      * pending sinks to the foot - the borrower has committed to
      * a date. Everything else ranks by its aging bucket.
       4300-ASSIGN-SECTION.
           EVALUATE TRUE
               WHEN CW-PROMISE-BROKEN
                   SET SECTION-BROKEN TO TRUE
               WHEN CW-PROMISE-OPEN
                   SET SECTION-PROMISE-PENDING TO TRUE
               WHEN CW-DAYS-PAST-DUE NOT LESS THAN 90
                   SET SECTION-90-PLUS TO TRUE
               WHEN CW-DAYS-PAST-DUE NOT LESS THAN 60
                   SET SECTION-60-DAY TO TRUE
               WHEN OTHER
                   SET SECTION-30-DAY TO TRUE
           END-EVALUATE.

       4400-WRITE-DETAIL-LINE.
           ADD 1 TO WS-SECTION-COUNT
           MOVE CW-LOAN-NUMBER         TO DL-LOAN-NUMBER
           MOVE CW-CUSTOMER-NUMBER     TO DL-CUSTOMER-NUMBER
           MOVE CW-DAYS-PAST-DUE       TO DL-DAYS-PAST-DUE
           MOVE CW-BALANCE             TO DL-BALANCE
           MOVE CW-LAST-CONTACT-DATE   TO DL-LAST-CONTACT-DATE
           MOVE CW-LAST-CONTACT-RESULT TO DL-LAST-RESULT
           MOVE CW-PROMISE-DATE        TO DL-PROMISE-DATE
           MOVE CW-PROMISE-AMOUNT      TO DL-PROMISE-AMOUNT
           MOVE CW-PROMISE-PAID        TO DL-PROMISE-PAID
           MOVE CW-BROKEN-COUNT        TO DL-BROKEN-COUNT
           WRITE WORKLIST-RECORD FROM WS-DETAIL-LINE
           IF CW-LAST-CONTACT-NOTE NOT = SPACES
               MOVE CW-LAST-CONTACT-NOTE     TO NT-NOTE
               MOVE CW-LAST-CONTACT-OPERATOR TO NT-OPERATOR-ID
               WRITE WORKLIST-RECORD FROM WS-NOTE-LINE
           END-IF.

       5000-FINALIZE.
           MOVE WS-WORKING-COUNT       TO TL-WORKING-COUNT
           MOVE WS-KEPT-COUNT          TO TL-KEPT-COUNT
           MOVE WS-BROKEN-COUNT        TO TL-BROKEN-COUNT
           MOVE WS-RESOLVED-COUNT      TO TL-RESOLVED-COUNT
           MOVE WS-APPLIED-EVENT-COUNT TO TL-APPLIED-COUNT
           WRITE WORKLIST-RECORD FROM WS-TOTAL-LINE

           PERFORM 5050-WRITE-AUDIT-RECORD

           IF WORKLIST-EXISTS
               CLOSE COLLECTION-FILE
           END-IF
           CLOSE WORKLIST-FILE

           SET RK-FUNCTION-END TO TRUE
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.

       5050-WRITE-AUDIT-RECORD.
           MOVE "COLLPTP"             TO AL-PROGRAM-NAME
           MOVE "NIGHTLY"             TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "HISTORY RECORDS=" WS-HISTORY-READ-COUNT
               " PAYMENTS=" WS-PAYMENT-EVENT-COUNT
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           STRING "KEPT=" WS-KEPT-COUNT " BROKEN=" WS-BROKEN-COUNT
               " CURED=" WS-RESOLVED-COUNT
               DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION

           IF WS-BROKEN-COUNT > ZERO
               MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
           ELSE
               MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           END-IF

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.
