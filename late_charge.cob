       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATECHG.

      * Modification history:
      * New program - nightly late-charge assessment. Sweeps the
      * loan master in loan-number order and, for every active loan
      * carrying a payment schedule, measures days past due against
      * PC-RUN-DATE through the shared DATECALC calendar the same
      * way LOANDELQ ages the book. A loan still unpaid more than
      * its product's grace days (PD-GRACE-DAYS, read from the
      * product master by LM-PRODUCT-CODE) is assessed the product's
      * flat late charge (PD-LATE-CHARGE) into LM-FEES-DUE, and the
      * due date charged is stamped on LM-LATE-CHARGED-DUE-DATE so
      * the same missed due date is never charged twice - the
      * PAYMTPOST due-date roll is what re-arms the next charge. A
      * product with a zero late charge carries no late fee.
      * Each charge writes a late-charge event on the loan history,
      * a balanced GL pair (debit fees receivable, credit late-fee
      * income) with the GLPAY line-count/hash-total trailer, and a
      * line on the late-charge register. A loan whose product is
      * not on the product master, or whose due date fails the
      * calendar check, goes to the exception report instead of
      * being charged by guesswork.
      * Checks in with the shared RUNCTL run-control keeper at
      * initialize and end of job, and ends with a call to AUDITLOG
      * and a graded RETURN-CODE (0 = clean - a night with nothing
      * to charge is normal, 4 = exceptions on LATEEXC, 8 = the run
      * date failed the calendar check and nothing was assessed,
      * 12 = a master rewrite failed).
      * The charge's GL pair now posts to the accounts the GL
      * account map holds for the loan's product (late-charge type
      * LC, through the shared GLACCT lookup) instead of fixed fees
      * receivable and late-fee income accounts. A loan due a
      * charge whose product has no active late-charge mapping is
      * not charged - it goes to the exception report with its own
      * reason and is picked up the night after the mapping is in.
      * A loan more than one payment behind is now charged once for
      * every missed due date past grace, not just the first: from
      * the due date after the last one charged (or from
      * LM-NEXT-DUE-DATE) the run steps a month at a time, rolling
      * the date exactly as PAYMTPOST rolls the schedule, and
      * charges each due date still unpaid beyond the grace days -
      * one late-charge event, one GL pair and one register line
      * apiece - stopping at the first due date still inside grace.
      * LM-LATE-CHARGED-DUE-DATE carries the latest date charged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT LATE-REGISTER-FILE ASSIGN TO "LATEREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LATE-EXCEPTION-FILE ASSIGN TO "LATEEXC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-POSTING-FILE ASSIGN TO "GLFEE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY "loan_master_record.cpy".

       FD  PRODUCT-MASTER-FILE.
           COPY "product_master_record.cpy".

       FD  LATE-REGISTER-FILE.
       01  LATE-REGISTER-RECORD        PIC X(100).

       FD  LATE-EXCEPTION-FILE.
       01  LATE-EXCEPTION-RECORD       PIC X(100).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD           PIC X(35).

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "run_control_record.cpy".
           COPY "loan_history_record.cpy".
           COPY "date_calc.cpy".
           COPY "gl_account_request.cpy".

       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-PRODUCT-FILE-STATUS      PIC XX.

       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  END-OF-MASTER-SWEEP         VALUE "Y".

       01  WS-RUN-DATE-FLAG            PIC X VALUE "Y".
           88  RUN-DATE-IS-VALID           VALUE "Y".
           88  RUN-DATE-IS-INVALID         VALUE "N".

       01  WS-PRODUCT-FOUND-FLAG       PIC X VALUE "N".
           88  PRODUCT-RECORD-FOUND        VALUE "Y".

       01  WS-REJECT-REASON            PIC X(40).

       01  WS-RUN-DAY-NUMBER           PIC 9(7).
       01  WS-DUE-DAY-NUMBER           PIC 9(7).
       01  WS-DAYS-PAST-DUE            PIC S9(5).

      * The due date being charged, stepped a month at a time.
       01  WS-CHARGE-DUE-DATE          PIC 9(8).
       01  WS-DUE-DATE.
           05  WS-DUE-YEAR             PIC 9(4).
           05  WS-DUE-MONTH            PIC 9(2).
           05  WS-DUE-DAY              PIC 9(2).

       01  WS-PAST-GRACE-FLAG          PIC X VALUE "N".
           88  DUE-DATE-PAST-GRACE         VALUE "Y".
       01  WS-LOAN-CHARGE-COUNT        PIC 9(3).

       01  WS-MASTER-READ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-CHARGED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-ALREADY-CHARGED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-REWRITE-FAIL-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-CHARGED-TOTAL            PIC 9(11)V99 VALUE ZERO.

      * GL posting interface lines - the GLPAY format: fees
      * receivable is debited and late-fee income credited for each
      * charge, so every assessment lands in balance.
       01  WS-POSTING-LINE.
           05  PL-RECORD-TYPE          PIC X(1).
               88  POSTING-DEBIT           VALUE "D".
               88  POSTING-CREDIT          VALUE "C".
           05  PL-ACCOUNT-NUMBER       PIC X(8).
           05  PL-BATCH-NUMBER         PIC 9(7).
           05  PL-LOAN-NUMBER          PIC 9(6).
           05  PL-AMOUNT               PIC 9(11)V99.

       01  WS-POSTING-TRAILER.
           05  PT-RECORD-TYPE          PIC X(1) VALUE "T".
           05  PT-LINE-COUNT           PIC 9(7).
           05  PT-HASH-TOTAL           PIC 9(13)V99.
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-FEES-ACCOUNT             PIC X(8) VALUE SPACES.
       01  WS-FEE-INCOME-ACCOUNT       PIC X(8) VALUE SPACES.
       01  WS-POSTING-LINE-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-POSTING-HASH-TOTAL       PIC 9(13)V99 VALUE ZERO.

       01  WS-REGISTER-HEADING.
           05  FILLER                  PIC X(26) VALUE
               "LATE CHARGE REGISTER".
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  RH-RUN-DATE             PIC 9(8).

       01  WS-REGISTER-LINE.
           05  RL-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RL-PRODUCT-CODE         PIC X(4).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RL-NEXT-DUE-DATE        PIC 9(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RL-DAYS-PAST-DUE        PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RL-LATE-CHARGE          PIC ZZZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RL-FEES-DUE             PIC ZZZZZZ9.99.

       01  WS-EXCEPTION-LINE.
           05  EL-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  EL-PRODUCT-CODE         PIC X(4).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  EL-NEXT-DUE-DATE        PIC 9(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  EL-REASON               PIC X(40).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(8) VALUE "CHARGED=".
           05  TL-CHARGED-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(17) VALUE
               " ALREADY CHARGED=".
           05  TL-ALREADY-CHARGED      PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE " EXCEPTIONS=".
           05  TL-EXCEPTION-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(15) VALUE
               " CHARGED TOTAL=".
           05  TL-CHARGED-TOTAL        PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ASSESS-ONE-LOAN UNTIL END-OF-MASTER-SWEEP
           PERFORM 3000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * Graded completion code for the NIGHTLY COND gating: a night
      * with nothing to charge is a clean night; a failed rewrite
      * means a loan's fees due no longer agrees with the GL and
      * the history, which stops the stream for correction.
       9000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-REWRITE-FAIL-COUNT > ZERO
                   MOVE 12 TO RETURN-CODE
               WHEN RUN-DATE-IS-INVALID
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD

           SET RK-FUNCTION-START TO TRUE
           MOVE PC-BATCH-NUMBER TO RK-BATCH-NUMBER
           MOVE "LATECHG" TO RK-STEP-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RK-RUN-REFUSED
               DISPLAY "BATCH " PC-BATCH-NUMBER
                   " STEP LATECHG ALREADY COMPLETE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT LATE-REGISTER-FILE
           OPEN OUTPUT LATE-EXCEPTION-FILE
           OPEN OUTPUT GL-POSTING-FILE
           MOVE PC-RUN-DATE TO RH-RUN-DATE
           WRITE LATE-REGISTER-RECORD FROM WS-REGISTER-HEADING

           MOVE PC-RUN-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-INVALID
               DISPLAY "RUN DATE " PC-RUN-DATE
                   " IS NOT A VALID DATE - NO LATE CHARGES ASSESSED"
               SET RUN-DATE-IS-INVALID TO TRUE
               SET END-OF-MASTER-SWEEP TO TRUE
           ELSE
               MOVE DK-DAY-NUMBER TO WS-RUN-DAY-NUMBER
               OPEN I-O LOAN-MASTER-FILE
               OPEN INPUT PRODUCT-MASTER-FILE
               IF WS-MASTER-FILE-STATUS = "35"
                   SET END-OF-MASTER-SWEEP TO TRUE
               ELSE
                   MOVE ZERO TO LM-LOAN-NUMBER
                   START LOAN-MASTER-FILE
                       KEY IS NOT LESS THAN LM-LOAN-NUMBER
                       INVALID KEY SET END-OF-MASTER-SWEEP TO TRUE
                   END-START
                   IF NOT END-OF-MASTER-SWEEP
                       READ LOAN-MASTER-FILE NEXT
                           AT END SET END-OF-MASTER-SWEEP TO TRUE
                       END-READ
                   END-IF
               END-IF
           END-IF.

      * A loan is looked at when it is active and carries a
      * schedule. Charging starts at the first due date not yet
      * charged - the charged date written back is what stops the
      * same missed payment being charged again tomorrow night. A
      * loan whose current due date was charged before and which
      * has nothing further due a charge tonight is counted as
      * already charged.
       2000-ASSESS-ONE-LOAN.
           ADD 1 TO WS-MASTER-READ-COUNT

           IF LM-STATUS-ACTIVE
                   AND LM-NEXT-DUE-DATE NOT = ZERO
               MOVE ZERO TO WS-LOAN-CHARGE-COUNT
               PERFORM 2050-SET-FIRST-CHARGE-DATE
               PERFORM 2100-TEST-GRACE-PERIOD
               IF WS-LOAN-CHARGE-COUNT = ZERO
                       AND LM-LATE-CHARGED-DUE-DATE
                           NOT LESS THAN LM-NEXT-DUE-DATE
                   ADD 1 TO WS-ALREADY-CHARGED-COUNT
               END-IF
           END-IF

           READ LOAN-MASTER-FILE NEXT
               AT END SET END-OF-MASTER-SWEEP TO TRUE
           END-READ.

       2050-SET-FIRST-CHARGE-DATE.
           IF LM-LATE-CHARGED-DUE-DATE NOT LESS THAN LM-NEXT-DUE-DATE
               MOVE LM-LATE-CHARGED-DUE-DATE TO WS-CHARGE-DUE-DATE
               PERFORM 2060-STEP-ONE-MONTH
           ELSE
               MOVE LM-NEXT-DUE-DATE TO WS-CHARGE-DUE-DATE
           END-IF.

      * Steps the due date being charged one month forward the way
      * PAYMTPOST's 2230-ROLL-DUE-DATE rolls the schedule - the day
      * clamped to the end of a shorter month by asking DATECALC -
      * so every date charged is a date the schedule falls due on.
       2060-STEP-ONE-MONTH.
           MOVE WS-CHARGE-DUE-DATE TO WS-DUE-DATE
           ADD 1 TO WS-DUE-MONTH
           IF WS-DUE-MONTH > 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF
           MOVE WS-DUE-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           PERFORM 2070-CLAMP-DUE-DAY
               UNTIL DK-DATE-VALID OR WS-DUE-DAY NOT > 28
           MOVE WS-DUE-DATE TO WS-CHARGE-DUE-DATE.

       2070-CLAMP-DUE-DAY.
           SUBTRACT 1 FROM WS-DUE-DAY
           MOVE WS-DUE-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST.

      * Days past due are measured exactly as LOANDELQ ages the
      * loan; only a loan past the grace period needs its product.
      * Once the product and its GL mapping are in hand, every
      * missed due date past grace is charged in turn.
       2100-TEST-GRACE-PERIOD.
           MOVE WS-CHARGE-DUE-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-INVALID
               MOVE "DUE DATE FAILS CALENDAR CHECK"
                   TO WS-REJECT-REASON
               PERFORM 2300-WRITE-EXCEPTION-LINE
           ELSE
               MOVE DK-DAY-NUMBER TO WS-DUE-DAY-NUMBER
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-RUN-DAY-NUMBER - WS-DUE-DAY-NUMBER
               IF WS-DAYS-PAST-DUE > ZERO
                   PERFORM 2150-READ-PRODUCT
                   IF NOT PRODUCT-RECORD-FOUND
                       MOVE "PRODUCT NOT ON PRODUCT MASTER"
                           TO WS-REJECT-REASON
                       PERFORM 2300-WRITE-EXCEPTION-LINE
                   ELSE
                       IF PD-LATE-CHARGE > ZERO
                               AND WS-DAYS-PAST-DUE > PD-GRACE-DAYS
                           PERFORM 2170-LOOKUP-GL-ACCOUNTS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2150-READ-PRODUCT.
           MOVE "N" TO WS-PRODUCT-FOUND-FLAG
           IF WS-PRODUCT-FILE-STATUS NOT = "35"
               MOVE LM-PRODUCT-CODE TO PD-PRODUCT-CODE
               READ PRODUCT-MASTER-FILE
                   KEY IS PD-PRODUCT-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PRODUCT-RECORD-FOUND TO TRUE
               END-READ
           END-IF.

      * No mapping means no charge - the master is left alone, so
      * the same missed due date is charged once the product is
      * mapped.
       2170-LOOKUP-GL-ACCOUNTS.
           MOVE LM-PRODUCT-CODE TO GA-PRODUCT-CODE
           SET GA-TYPE-LATE-CHARGE TO TRUE
           CALL "GLACCT" USING GL-ACCOUNT-REQUEST
           IF GA-MAPPING-FOUND
               MOVE GA-DEBIT-ACCOUNT  TO WS-FEES-ACCOUNT
               MOVE GA-CREDIT-ACCOUNT TO WS-FEE-INCOME-ACCOUNT
               SET DUE-DATE-PAST-GRACE TO TRUE
               PERFORM 2200-ASSESS-LATE-CHARGE
                   UNTIL NOT DUE-DATE-PAST-GRACE
           ELSE
               MOVE "NO GL LATE-CHARGE MAPPING FOR PRODUCT"
                   TO WS-REJECT-REASON
               PERFORM 2300-WRITE-EXCEPTION-LINE
           END-IF.

      * Charges the due date in hand, then steps to the next one -
      * the loop stops at the first due date still inside grace, or
      * at a failed rewrite.
       2200-ASSESS-LATE-CHARGE.
           ADD PD-LATE-CHARGE TO LM-FEES-DUE
           MOVE WS-CHARGE-DUE-DATE TO LM-LATE-CHARGED-DUE-DATE
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-REWRITE-FAIL-COUNT
                   DISPLAY "LATE CHARGE REWRITE FAILED - LOAN "
                       LM-LOAN-NUMBER " STATUS="
                       WS-MASTER-FILE-STATUS
                   MOVE "N" TO WS-PAST-GRACE-FLAG
               NOT INVALID KEY
                   ADD 1 TO WS-CHARGED-COUNT
                   ADD 1 TO WS-LOAN-CHARGE-COUNT
                   ADD PD-LATE-CHARGE TO WS-CHARGED-TOTAL
                   PERFORM 2250-WRITE-REGISTER-LINE
                   PERFORM 2600-WRITE-GL-POSTING-PAIR
                   PERFORM 2950-WRITE-HISTORY-EVENT
                   PERFORM 2220-TEST-NEXT-DUE-DATE
           END-REWRITE.

       2220-TEST-NEXT-DUE-DATE.
           PERFORM 2060-STEP-ONE-MONTH
           MOVE "N" TO WS-PAST-GRACE-FLAG
           MOVE WS-CHARGE-DUE-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-VALID
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-RUN-DAY-NUMBER - DK-DAY-NUMBER
               IF WS-DAYS-PAST-DUE > PD-GRACE-DAYS
                   SET DUE-DATE-PAST-GRACE TO TRUE
               END-IF
           END-IF.

       2250-WRITE-REGISTER-LINE.
           MOVE LM-LOAN-NUMBER   TO RL-LOAN-NUMBER
           MOVE LM-PRODUCT-CODE  TO RL-PRODUCT-CODE
           MOVE WS-CHARGE-DUE-DATE TO RL-NEXT-DUE-DATE
           MOVE WS-DAYS-PAST-DUE TO RL-DAYS-PAST-DUE
           MOVE PD-LATE-CHARGE   TO RL-LATE-CHARGE
           MOVE LM-FEES-DUE      TO RL-FEES-DUE
           WRITE LATE-REGISTER-RECORD FROM WS-REGISTER-LINE.

       2300-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE LM-LOAN-NUMBER   TO EL-LOAN-NUMBER
           MOVE LM-PRODUCT-CODE  TO EL-PRODUCT-CODE
           MOVE WS-CHARGE-DUE-DATE TO EL-NEXT-DUE-DATE
           MOVE WS-REJECT-REASON TO EL-REASON
           WRITE LATE-EXCEPTION-RECORD FROM WS-EXCEPTION-LINE.

      * One balanced pair per charge - debit fees receivable,
      * credit late-fee income, as mapped for the product.
       2600-WRITE-GL-POSTING-PAIR.
           SET POSTING-DEBIT TO TRUE
           MOVE WS-FEES-ACCOUNT       TO PL-ACCOUNT-NUMBER
           MOVE PC-BATCH-NUMBER       TO PL-BATCH-NUMBER
           MOVE LM-LOAN-NUMBER        TO PL-LOAN-NUMBER
           MOVE PD-LATE-CHARGE        TO PL-AMOUNT
           WRITE GL-POSTING-RECORD FROM WS-POSTING-LINE

           SET POSTING-CREDIT TO TRUE
           MOVE WS-FEE-INCOME-ACCOUNT TO PL-ACCOUNT-NUMBER
           WRITE GL-POSTING-RECORD FROM WS-POSTING-LINE

           ADD 2 TO WS-POSTING-LINE-COUNT
           ADD PD-LATE-CHARGE TO WS-POSTING-HASH-TOTAL
           ADD PD-LATE-CHARGE TO WS-POSTING-HASH-TOTAL.

      * One late-charge event per charge, carrying the fee and the
      * master's position as just rewritten.
       2950-WRITE-HISTORY-EVENT.
           MOVE LM-LOAN-NUMBER       TO LH-LOAN-NUMBER
           MOVE PC-RUN-DATE          TO LH-EVENT-DATE
           SET LH-EVENT-LATE-CHARGE  TO TRUE
           MOVE PC-BATCH-NUMBER      TO LH-BATCH-NUMBER
           MOVE ZERO                 TO LH-INTEREST-AMOUNT
           MOVE ZERO                 TO LH-PRINCIPAL-AMOUNT
           MOVE ZERO                 TO LH-NEW-RATE
           MOVE LM-CURRENT-BALANCE   TO LH-BALANCE-AFTER
           MOVE LM-ACCRUED-INTEREST  TO LH-ACCRUED-AFTER
           MOVE PD-LATE-CHARGE       TO LH-FEE-AMOUNT
           MOVE LM-FEES-DUE          TO LH-FEES-AFTER
           CALL "LOANHIST" USING LOAN-HISTORY-RECORD.

       3000-FINALIZE.
           MOVE WS-CHARGED-COUNT         TO TL-CHARGED-COUNT
           MOVE WS-ALREADY-CHARGED-COUNT TO TL-ALREADY-CHARGED
           MOVE WS-EXCEPTION-COUNT       TO TL-EXCEPTION-COUNT
           MOVE WS-CHARGED-TOTAL         TO TL-CHARGED-TOTAL
           WRITE LATE-REGISTER-RECORD FROM WS-TOTAL-LINE

           MOVE WS-POSTING-LINE-COUNT TO PT-LINE-COUNT
           MOVE WS-POSTING-HASH-TOTAL TO PT-HASH-TOTAL
           WRITE GL-POSTING-RECORD FROM WS-POSTING-TRAILER

           PERFORM 3050-WRITE-AUDIT-RECORD

           IF RUN-DATE-IS-VALID
               IF WS-MASTER-FILE-STATUS NOT = "35"
                   CLOSE LOAN-MASTER-FILE
               END-IF
               IF WS-PRODUCT-FILE-STATUS NOT = "35"
                   CLOSE PRODUCT-MASTER-FILE
               END-IF
           END-IF
           CLOSE LATE-REGISTER-FILE
           CLOSE LATE-EXCEPTION-FILE
           CLOSE GL-POSTING-FILE

      * An invalid run date means nothing was done - the run-control
      * record is left marked started so the corrected rerun under
      * the same batch number is allowed instead of refused.
           IF RUN-DATE-IS-VALID
               SET RK-FUNCTION-END TO TRUE
               CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           END-IF.

       3050-WRITE-AUDIT-RECORD.
           MOVE "LATECHG"             TO AL-PROGRAM-NAME
           MOVE "NIGHTLY"             TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "MASTER RECORDS=" WS-MASTER-READ-COUNT
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           STRING "CHARGED=" WS-CHARGED-COUNT
               " TOTAL=" WS-CHARGED-TOTAL
               DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION

           IF WS-REWRITE-FAIL-COUNT = ZERO
                   AND WS-EXCEPTION-COUNT = ZERO
                   AND RUN-DATE-IS-VALID
               MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           ELSE
               MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
           END-IF

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.
