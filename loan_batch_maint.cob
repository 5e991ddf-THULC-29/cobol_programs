      * starts at its boarding and ends at its close.
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * ADD now zeroes the new fees-due balance and late-charge
      * tracking date, and history events carry the fees-due
      * figure after the event.
      * ADD also zeroes the charge-off date and amounts.
      * Added the MODIFY transaction (code M), the batch
      * counterpart of the online loan modification: the
      * transaction's rate, time-years and next due date are the
      * new terms, edited the same way online edits them; accrued
      * interest is capitalized into the balance, the scheduled
      * payment recomputed, the loan flagged modified, a
      * modification event written to the loan history and the GL
      * reclass pair appended to GLMOD, with a trailer per run.
      * ADD clears the modification fields.
      * ADD clears the rate-reset and reset-notice dates - the
      * nightly RATERSET run schedules a floating loan's first
      * reset.
      * ADD clears the credit-bureau closed-reported date.
      * Dual control, the same limits LOANMAINT applies online: an
      * ADD boarding a principal at or over the control card's
      * dual-control limit, a CHANGE moving the rate by the card's
      * rate points or more (or raising the principal to the
      * limit), and a DELETE closing a loan that still owes more
      * than the card's close balance are held pending on the
      * LOANAPPR maker/checker queue with the job as the maker -
      * registered HELD, audited PENDING - and reach the master
      * only when an operator approves them in LOANAPRV. A loan
      * with an item still pending is rejected. The register now
      * balances applied + held + rejected back to the input, and
      * a run that held everything is not the RC 8 empty run.
      * MODIFY now comes under the same dual-control limits as
      * CHANGE - a new rate moving the card's rate points or more,
      * or a capitalized balance raised to the principal limit, is
      * held on the LOANAPPR queue with the new terms, registered
      * HELD, instead of being applied.
      * A held item now also carries the loan's next due date and
      * scheduled payment as they stood when it was keyed, so
      * LOANAPRV can refuse a CHANGE the nightly runs have overtaken.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PD-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT LOAN-APPROVAL-FILE ASSIGN TO "LOANAPPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-ITEM-KEY
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.

           SELECT APPLY-REGISTER-FILE ASSIGN TO "APPLYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-POSTING-FILE ASSIGN TO "GLMOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRANS-FILE.
               88  MT-TRAN-ADD             VALUE "A".
               88  MT-TRAN-CHANGE          VALUE "C".
               88  MT-TRAN-DELETE          VALUE "D".
               88  MT-TRAN-MODIFY          VALUE "M".
           05  MT-LOAN-NUMBER          PIC 9(6).
           05  MT-CUSTOMER-NUMBER      PIC 9(6).
           05  MT-PRODUCT-CODE         PIC X(4).
       FD  PRODUCT-MASTER-FILE.
           COPY "product_master_record.cpy".

       FD  LOAN-APPROVAL-FILE.
           COPY "loan_approval_record.cpy".

       FD  APPLY-REGISTER-FILE.
       01  APPLY-REGISTER-RECORD       PIC X(100).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD           PIC X(35).

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "loan_history_record.cpy".
           COPY "date_calc.cpy".
           COPY "gl_account_request.cpy".

       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-GL-FILE-STATUS           PIC XX.
       01  WS-CUSTOMER-FILE-STATUS     PIC XX.

       01  WS-PRODUCT-FILE-STATUS      PIC XX.

       01  WS-APPROVAL-FILE-STATUS     PIC XX.

       01  WS-CUSTOMER-FOUND-FLAG      PIC X VALUE "N".
           88  CUSTOMER-RECORD-FOUND       VALUE "Y".

       01  WS-INPUT-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-BALANCE-COUNT            PIC 9(7) VALUE ZERO.

      * Dual control - whether the transaction goes to the approval
      * queue instead of the master, and the loan's position before
      * it, which the limits are measured against.
       01  WS-HOLD-FLAG                PIC X VALUE "N".
           88  CHANGE-NEEDS-APPROVAL       VALUE "Y".
       01  WS-HOLD-REASON              PIC X(30).
       01  WS-PENDING-FLAG             PIC X VALUE "N".
           88  APPROVAL-ALREADY-PENDING    VALUE "Y".
       01  WS-QUEUE-EOF-FLAG           PIC X VALUE "N".
           88  END-OF-LOAN-QUEUE           VALUE "Y".
       01  WS-NEXT-SEQUENCE            PIC 9(4).
       01  WS-BEFORE-PRINCIPAL         PIC 9(7)V99.
       01  WS-BEFORE-RATE              PIC 9(3)V99.
       01  WS-BEFORE-OWED              PIC 9(9)V99.
       01  WS-BEFORE-DUE-DATE          PIC 9(8).
       01  WS-BEFORE-PAYMENT           PIC 9(7)V99.
       01  WS-RATE-MOVE                PIC 9(3)V99.
       01  WS-PROPOSED-RATE            PIC 9(3)V99.

      * The modification's position - the level monthly payment is
      * worked from the monthly rate and the discount factor over
      * the new term, the same arithmetic LOANMAINT uses online.
       01  WS-BALANCE-BEFORE           PIC 9(7)V99.
       01  WS-CAPITALIZED-AMOUNT       PIC 9(9)V99.
       01  WS-NEW-BALANCE              PIC 9(9)V99.
       01  WS-NEW-PAYMENT              PIC 9(9)V99.
       01  WS-PAYMENT-PERIODS          PIC 9(5).
       01  WS-MONTHLY-RATE             PIC 9V9(12).
       01  WS-DISCOUNT-FACTOR          PIC 9V9(15).

      * GL posting interface lines - the GLPAY format: the interest
      * capitalized by a modification is reclassed out of interest
      * receivable and into loans, one balanced pair per loan.
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

       01  WS-LOANS-ACCOUNT            PIC X(8) VALUE SPACES.
       01  WS-RECEIVABLE-ACCOUNT       PIC X(8) VALUE SPACES.
       01  WS-POSTING-LINE-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-POSTING-HASH-TOTAL       PIC 9(13)V99 VALUE ZERO.

       01  WS-REGISTER-HEADING.
           05  FILLER                  PIC X(30) VALUE
               "LOAN BATCH MAINTENANCE".
           05  TL-APPLIED-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE " REJECTED=".
           05  TL-REJECT-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(7) VALUE " HELD=".
           05  TL-HELD-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  TL-BALANCE-FLAG         PIC X(20).

       PROCEDURE DIVISION.

           OPEN INPUT  CUSTOMER-MASTER-FILE
           OPEN INPUT  PRODUCT-MASTER-FILE
           OPEN I-O    LOAN-APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS = "35"
               CLOSE LOAN-APPROVAL-FILE
               OPEN OUTPUT LOAN-APPROVAL-FILE
               CLOSE LOAN-APPROVAL-FILE
               OPEN I-O LOAN-APPROVAL-FILE
           END-IF
           OPEN INPUT  MAINT-TRANS-FILE
           OPEN OUTPUT APPLY-REGISTER-FILE
           OPEN EXTEND GL-POSTING-FILE
           IF WS-GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-POSTING-FILE
           END-IF

           MOVE PC-RUN-DATE TO RH-RUN-DATE
           WRITE APPLY-REGISTER-RECORD FROM WS-REGISTER-HEADING

       2000-APPLY-TRANSACTION.
           ADD 1 TO WS-INPUT-COUNT
           MOVE "N" TO WS-HOLD-FLAG

           EVALUATE TRUE
               WHEN MT-TRAN-ADD
               WHEN MT-TRAN-DELETE
                   MOVE "DELETE" TO WS-LAST-TRANSACTION
                   PERFORM 2300-APPLY-DELETE
               WHEN MT-TRAN-MODIFY
                   MOVE "MODIFY" TO WS-LAST-TRANSACTION
                   PERFORM 2350-APPLY-MODIFY
               WHEN OTHER
                   MOVE "INVALID" TO WS-LAST-TRANSACTION
                   MOVE "TRANSACTION CODE MUST BE A, C, D OR M"
                       TO WS-REJECT-REASON
                   PERFORM 2800-REGISTER-REJECT
           END-EVALUATE
               PERFORM 2500-MOVE-TRANS-TO-MASTER
               PERFORM 2050-VALIDATE-LOAN
               IF LOAN-IS-VALID
                   MOVE ZERO TO WS-BEFORE-RATE
                   MOVE ZERO TO WS-BEFORE-OWED
                   MOVE ZERO TO WS-BEFORE-DUE-DATE
                   MOVE ZERO TO WS-BEFORE-PAYMENT
                   PERFORM 2600-CHECK-PENDING-APPROVAL
               END-IF
               IF LOAN-IS-VALID
                       AND LM-PRINCIPAL
                           NOT LESS THAN PC-DUAL-PRINCIPAL-LIMIT
                   SET CHANGE-NEEDS-APPROVAL TO TRUE
                   MOVE "PRINCIPAL AT/OVER DUAL LIMIT"
                       TO WS-HOLD-REASON
               END-IF
               EVALUATE TRUE
                   WHEN LOAN-IS-INVALID
                       PERFORM 2800-REGISTER-REJECT
                   WHEN CHANGE-NEEDS-APPROVAL
                       PERFORM 2630-HOLD-FOR-APPROVAL
                   WHEN OTHER
                       PERFORM 2150-WRITE-NEW-LOAN
               END-EVALUATE
           END-IF.

       2150-WRITE-NEW-LOAN.
           SET LM-STATUS-ACTIVE TO TRUE
           MOVE LM-PRINCIPAL TO LM-CURRENT-BALANCE
           MOVE ZERO TO LM-ACCRUED-INTEREST
           MOVE ZERO TO LM-INTEREST-YTD
           MOVE ZERO TO LM-LAST-ACCRUAL-DATE
           MOVE ZERO TO LM-CLOSED-DATE
           MOVE ZERO TO LM-NOTICED-DUE-DATE
           MOVE ZERO TO LM-FEES-DUE
           MOVE ZERO TO LM-LATE-CHARGED-DUE-DATE
           MOVE ZERO TO LM-CHARGE-OFF-DATE
           MOVE ZERO TO LM-CHARGED-OFF-AMOUNT
           MOVE ZERO TO LM-RECOVERED-AMOUNT
           MOVE "N"  TO LM-MODIFIED-FLAG
           MOVE ZERO TO LM-MODIFICATION-DATE
           MOVE ZERO TO LM-NEXT-RESET-DATE
           MOVE ZERO TO LM-RESET-NOTICED-DATE
           MOVE ZERO TO LM-BUREAU-CLOSED-DATE
           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   MOVE "WRITE FAILED" TO WS-REJECT-REASON
                   PERFORM 2800-REGISTER-REJECT
               NOT INVALID KEY
                   PERFORM 2700-REGISTER-APPLIED
                   SET LH-EVENT-BOARDED TO TRUE
                   PERFORM 2750-WRITE-HISTORY-EVENT
           END-WRITE.

       2200-APPLY-CHANGE.
           PERFORM 2400-READ-MASTER
           IF NOT MASTER-RECORD-FOUND
               MOVE "LOAN NOT ON FILE" TO WS-REJECT-REASON
               PERFORM 2800-REGISTER-REJECT
           ELSE
               MOVE LM-PRINCIPAL TO WS-BEFORE-PRINCIPAL
               MOVE LM-RATE TO WS-BEFORE-RATE
               COMPUTE WS-BEFORE-OWED = LM-CURRENT-BALANCE
                   + LM-ACCRUED-INTEREST + LM-FEES-DUE
               MOVE LM-NEXT-DUE-DATE TO WS-BEFORE-DUE-DATE
               MOVE LM-SCHEDULED-PAYMENT TO WS-BEFORE-PAYMENT
               PERFORM 2500-MOVE-TRANS-TO-MASTER
               PERFORM 2050-VALIDATE-LOAN
               IF LOAN-IS-VALID
                   PERFORM 2600-CHECK-PENDING-APPROVAL
               END-IF
               IF LOAN-IS-VALID
                   PERFORM 2620-TEST-CHANGE-LIMITS
               END-IF
               EVALUATE TRUE
                   WHEN LOAN-IS-INVALID
                       PERFORM 2800-REGISTER-REJECT
                   WHEN CHANGE-NEEDS-APPROVAL
                       PERFORM 2630-HOLD-FOR-APPROVAL
                   WHEN OTHER
                       REWRITE LOAN-MASTER-RECORD
                           INVALID KEY
                               MOVE "REWRITE FAILED"
                                   TO WS-REJECT-REASON
                               PERFORM 2800-REGISTER-REJECT
                           NOT INVALID KEY
                               PERFORM 2700-REGISTER-APPLIED
                       END-REWRITE
               END-EVALUATE
           END-IF.

       2300-APPLY-DELETE.
               MOVE "LOAN NOT ON FILE" TO WS-REJECT-REASON
               PERFORM 2800-REGISTER-REJECT
           ELSE
               SET LOAN-IS-VALID TO TRUE
               MOVE SPACES TO WS-REJECT-REASON
               MOVE LM-RATE TO WS-BEFORE-RATE
               COMPUTE WS-BEFORE-OWED = LM-CURRENT-BALANCE
                   + LM-ACCRUED-INTEREST + LM-FEES-DUE
               MOVE LM-NEXT-DUE-DATE TO WS-BEFORE-DUE-DATE
               MOVE LM-SCHEDULED-PAYMENT TO WS-BEFORE-PAYMENT
               PERFORM 2600-CHECK-PENDING-APPROVAL
               IF LOAN-IS-VALID
                       AND WS-BEFORE-OWED > PC-DUAL-CLOSE-BALANCE
                   SET CHANGE-NEEDS-APPROVAL TO TRUE
                   MOVE "CLOSING WITH BALANCE OWED" TO WS-HOLD-REASON
               END-IF
               EVALUATE TRUE
                   WHEN LOAN-IS-INVALID
                       PERFORM 2800-REGISTER-REJECT
                   WHEN CHANGE-NEEDS-APPROVAL
                       PERFORM 2630-HOLD-FOR-APPROVAL
                   WHEN OTHER
                       PERFORM 2320-CLOSE-LOAN
               END-EVALUATE
           END-IF.

       2320-CLOSE-LOAN.
           SET LM-STATUS-CLOSED TO TRUE
           MOVE PC-RUN-DATE TO LM-CLOSED-DATE
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   PERFORM 2800-REGISTER-REJECT
               NOT INVALID KEY
                   PERFORM 2700-REGISTER-APPLIED
                   SET LH-EVENT-CLOSED TO TRUE
                   PERFORM 2750-WRITE-HISTORY-EVENT
           END-REWRITE.

      * The batch counterpart of the online MODIFY - the
      * transaction's rate, time-years and next due date are the
      * new terms; its other fields are not used.
       2350-APPLY-MODIFY.
           PERFORM 2400-READ-MASTER
           IF NOT MASTER-RECORD-FOUND
               MOVE "LOAN NOT ON FILE" TO WS-REJECT-REASON
               PERFORM 2800-REGISTER-REJECT
           ELSE
               MOVE LM-PRINCIPAL TO WS-BEFORE-PRINCIPAL
               MOVE LM-RATE TO WS-BEFORE-RATE
               COMPUTE WS-BEFORE-OWED = LM-CURRENT-BALANCE
                   + LM-ACCRUED-INTEREST + LM-FEES-DUE
               MOVE LM-NEXT-DUE-DATE TO WS-BEFORE-DUE-DATE
               MOVE LM-SCHEDULED-PAYMENT TO WS-BEFORE-PAYMENT
               PERFORM 2360-VALIDATE-MODIFICATION
               IF LOAN-IS-VALID
                   PERFORM 2620-TEST-CHANGE-LIMITS
               END-IF
               EVALUATE TRUE
                   WHEN LOAN-IS-INVALID
                       PERFORM 2800-REGISTER-REJECT
                   WHEN CHANGE-NEEDS-APPROVAL
                       PERFORM 2630-HOLD-FOR-APPROVAL
                   WHEN OTHER
                       PERFORM 2355-REWRITE-MODIFIED-LOAN
               END-EVALUATE
           END-IF.

       2355-REWRITE-MODIFIED-LOAN.
           MOVE WS-NEW-BALANCE     TO LM-CURRENT-BALANCE
           MOVE ZERO               TO LM-ACCRUED-INTEREST
           MOVE MT-RATE            TO LM-RATE
           MOVE MT-TIME-YEARS      TO LM-TIME-YEARS
           MOVE MT-NEXT-DUE-DATE   TO LM-NEXT-DUE-DATE
           MOVE WS-NEW-PAYMENT     TO LM-SCHEDULED-PAYMENT
           SET LM-LOAN-MODIFIED    TO TRUE
           MOVE PC-RUN-DATE        TO LM-MODIFICATION-DATE
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   PERFORM 2800-REGISTER-REJECT
               NOT INVALID KEY
                   PERFORM 2700-REGISTER-APPLIED
                   SET LH-EVENT-MODIFIED TO TRUE
                   PERFORM 2750-WRITE-HISTORY-EVENT
                   IF WS-CAPITALIZED-AMOUNT > ZERO
                       PERFORM 2650-WRITE-GL-POSTING-PAIR
                   END-IF
           END-REWRITE.

      * Same edits LOANMAINT applies to an online modification -
      * an active loan, the new rate and term inside the product's
      * band, a real first due date after the run date, a position
      * that fits the master and a GL mapping for the reclass.
       2360-VALIDATE-MODIFICATION.
           SET LOAN-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT LM-STATUS-ACTIVE
               SET LOAN-IS-INVALID TO TRUE
               MOVE "ONLY AN ACTIVE LOAN CAN BE MODIFIED"
                   TO WS-REJECT-REASON
           END-IF

           IF LOAN-IS-VALID
               PERFORM 2600-CHECK-PENDING-APPROVAL
           END-IF

           IF LOAN-IS-VALID
               PERFORM 2070-CHECK-PRODUCT-MASTER
           END-IF

           IF LOAN-IS-VALID
               IF MT-RATE NOT GREATER THAN ZERO
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "RATE MUST BE GREATER THAN ZERO"
                       TO WS-REJECT-REASON
               ELSE
                   IF MT-RATE < PD-RATE-FLOOR
                           OR MT-RATE > PD-RATE-CEILING
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "RATE OUTSIDE PRODUCT RATE BAND"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF LOAN-IS-VALID
               IF MT-TIME-YEARS NOT GREATER THAN ZERO
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "TIME-YEARS MUST BE GREATER THAN ZERO"
                       TO WS-REJECT-REASON
               ELSE
                   IF MT-TIME-YEARS > PD-MAX-TERM-YEARS
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "TIME-YEARS EXCEEDS PRODUCT MAXIMUM"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF LOAN-IS-VALID
               IF MT-NEXT-DUE-DATE NOT > PC-RUN-DATE
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "NEW DUE DATE MUST BE AFTER RUN DATE"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE MT-NEXT-DUE-DATE TO DK-DATE
                   CALL "DATECALC" USING DATE-CALC-REQUEST
                   IF DK-DATE-INVALID
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "NEW DUE DATE IS NOT A VALID DATE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF LOAN-IS-VALID
               PERFORM 2370-COMPUTE-NEW-POSITION
           END-IF

           IF LOAN-IS-VALID
                   AND WS-CAPITALIZED-AMOUNT > ZERO
               PERFORM 2380-LOOKUP-GL-ACCOUNTS
           END-IF.

      * Accrued interest is capitalized into the balance; the new
      * scheduled payment is balance x r / (1 - (1 + r) ** -n),
      * r the monthly rate and n the months in the new term.
       2370-COMPUTE-NEW-POSITION.
           MOVE LM-CURRENT-BALANCE  TO WS-BALANCE-BEFORE
           MOVE LM-ACCRUED-INTEREST TO WS-CAPITALIZED-AMOUNT
           COMPUTE WS-NEW-BALANCE =
               LM-CURRENT-BALANCE + LM-ACCRUED-INTEREST
           COMPUTE WS-PAYMENT-PERIODS ROUNDED =
               MT-TIME-YEARS * 12

           EVALUATE TRUE
               WHEN WS-NEW-BALANCE > 9999999.99
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "CAPITALIZED BALANCE EXCEEDS FIELD SIZE"
                       TO WS-REJECT-REASON
               WHEN WS-PAYMENT-PERIODS = ZERO
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "NEW TERM IS UNDER ONE MONTH"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   COMPUTE WS-MONTHLY-RATE ROUNDED =
                       MT-RATE / 1200
                   COMPUTE WS-DISCOUNT-FACTOR ROUNDED =
                       (1 + WS-MONTHLY-RATE) ** (0 - WS-PAYMENT-PERIODS)
                   COMPUTE WS-NEW-PAYMENT ROUNDED =
                       WS-NEW-BALANCE * WS-MONTHLY-RATE
                           / (1 - WS-DISCOUNT-FACTOR)
                       ON SIZE ERROR
                           MOVE 9999999999 TO WS-NEW-PAYMENT
                   END-COMPUTE
                   IF WS-NEW-PAYMENT > 9999999.99
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "NEW PAYMENT EXCEEDS FIELD SIZE"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

       2380-LOOKUP-GL-ACCOUNTS.
           MOVE LM-PRODUCT-CODE TO GA-PRODUCT-CODE
           SET GA-TYPE-MOD-CAPITALIZED TO TRUE
           CALL "GLACCT" USING GL-ACCOUNT-REQUEST
           IF GA-MAPPING-FOUND
               MOVE GA-DEBIT-ACCOUNT  TO WS-LOANS-ACCOUNT
               MOVE GA-CREDIT-ACCOUNT TO WS-RECEIVABLE-ACCOUNT
           ELSE
               SET LOAN-IS-INVALID TO TRUE
               MOVE "NO GL MODIFICATION MAPPING FOR PRODUCT"
                   TO WS-REJECT-REASON
           END-IF.

       2400-READ-MASTER.
                   SET MASTER-RECORD-FOUND TO TRUE
           END-READ.

      * The same one-item-per-loan rule LOANMAINT applies - the scan
      * also finds the loan's last sequence for the next item held.
       2600-CHECK-PENDING-APPROVAL.
           MOVE "N" TO WS-PENDING-FLAG
           MOVE "N" TO WS-QUEUE-EOF-FLAG
           MOVE 1 TO WS-NEXT-SEQUENCE
           MOVE MT-LOAN-NUMBER TO LA-LOAN-NUMBER
           MOVE ZERO TO LA-SEQUENCE
           START LOAN-APPROVAL-FILE
               KEY IS NOT LESS THAN LA-ITEM-KEY
               INVALID KEY SET END-OF-LOAN-QUEUE TO TRUE
           END-START
           PERFORM 2610-SCAN-LOAN-QUEUE
               UNTIL END-OF-LOAN-QUEUE

           EVALUATE TRUE
               WHEN APPROVAL-ALREADY-PENDING
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "LOAN HAS A CHANGE PENDING APPROVAL"
                       TO WS-REJECT-REASON
               WHEN WS-NEXT-SEQUENCE > 999
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "APPROVAL QUEUE FULL FOR LOAN"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2610-SCAN-LOAN-QUEUE.
           READ LOAN-APPROVAL-FILE NEXT
               AT END
                   SET END-OF-LOAN-QUEUE TO TRUE
               NOT AT END
                   IF LA-LOAN-NUMBER NOT = MT-LOAN-NUMBER
                       SET END-OF-LOAN-QUEUE TO TRUE
                   ELSE
                       COMPUTE WS-NEXT-SEQUENCE = LA-SEQUENCE + 1
                       IF LA-STATUS-PENDING
                           SET APPROVAL-ALREADY-PENDING TO TRUE
                       END-IF
                   END-IF
           END-READ.

      * A MODIFY is measured on the terms it proposes - the
      * transaction's rate, and the balance once the accrued
      * interest is capitalized - since the master record still
      * holds the loan as it stands.
       2620-TEST-CHANGE-LIMITS.
           IF MT-TRAN-MODIFY
               MOVE MT-RATE TO WS-PROPOSED-RATE
           ELSE
               MOVE LM-RATE TO WS-PROPOSED-RATE
           END-IF

           IF WS-PROPOSED-RATE > WS-BEFORE-RATE
               COMPUTE WS-RATE-MOVE = WS-PROPOSED-RATE - WS-BEFORE-RATE
           ELSE
               COMPUTE WS-RATE-MOVE = WS-BEFORE-RATE - WS-PROPOSED-RATE
           END-IF

           EVALUATE TRUE
               WHEN WS-RATE-MOVE NOT LESS THAN PC-DUAL-RATE-POINTS
                   SET CHANGE-NEEDS-APPROVAL TO TRUE
                   MOVE "RATE CHANGE AT/OVER DUAL LIMIT"
                       TO WS-HOLD-REASON
               WHEN MT-TRAN-MODIFY
                       AND WS-NEW-BALANCE > WS-BALANCE-BEFORE
                       AND WS-NEW-BALANCE
                           NOT LESS THAN PC-DUAL-PRINCIPAL-LIMIT
                   SET CHANGE-NEEDS-APPROVAL TO TRUE
                   MOVE "NEW BALANCE AT/OVER DUAL LIMIT"
                       TO WS-HOLD-REASON
               WHEN MT-TRAN-MODIFY
                   CONTINUE
               WHEN LM-PRINCIPAL > WS-BEFORE-PRINCIPAL
                       AND LM-PRINCIPAL
                           NOT LESS THAN PC-DUAL-PRINCIPAL-LIMIT
                   SET CHANGE-NEEDS-APPROVAL TO TRUE
                   MOVE "PRINCIPAL AT/OVER DUAL LIMIT"
                       TO WS-HOLD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The transaction goes on the queue with the job as its maker;
      * LOANAPRV applies it when an operator approves it.
       2630-HOLD-FOR-APPROVAL.
           MOVE MT-LOAN-NUMBER        TO LA-LOAN-NUMBER
           MOVE WS-NEXT-SEQUENCE      TO LA-SEQUENCE
           MOVE MT-TRAN-CODE          TO LA-TRAN-CODE
           MOVE WS-HOLD-REASON        TO LA-HOLD-REASON
           MOVE "LOANBATCH"           TO LA-SOURCE-PROGRAM
           MOVE "LOANBRD"             TO LA-MAKER-OPERATOR
           MOVE PC-RUN-DATE           TO LA-SUBMIT-DATE
           ACCEPT LA-SUBMIT-TIME FROM TIME
           MOVE WS-BEFORE-RATE        TO LA-BEFORE-RATE
           MOVE WS-BEFORE-OWED        TO LA-BEFORE-OWED
           MOVE WS-BEFORE-DUE-DATE    TO LA-BEFORE-DUE-DATE
           MOVE WS-BEFORE-PAYMENT     TO LA-BEFORE-PAYMENT
           MOVE LM-CUSTOMER-NUMBER    TO LA-CUSTOMER-NUMBER
           MOVE LM-PRODUCT-CODE       TO LA-PRODUCT-CODE
           MOVE LM-PRINCIPAL          TO LA-PRINCIPAL
           MOVE LM-RATE               TO LA-RATE
           MOVE LM-TIME-YEARS         TO LA-TIME-YEARS
           MOVE LM-COMPOUNDING-FREQ   TO LA-COMPOUNDING-FREQ
           MOVE LM-NEXT-DUE-DATE      TO LA-NEXT-DUE-DATE
           MOVE LM-SCHEDULED-PAYMENT  TO LA-SCHEDULED-PAYMENT
           MOVE LM-STMT-CYCLE         TO LA-STMT-CYCLE
           IF MT-TRAN-MODIFY
               MOVE MT-RATE           TO LA-MOD-NEW-RATE
               MOVE MT-TIME-YEARS     TO LA-MOD-NEW-TIME-YEARS
               MOVE MT-NEXT-DUE-DATE  TO LA-MOD-NEW-DUE-DATE
           ELSE
               MOVE ZERO              TO LA-MOD-NEW-RATE
               MOVE ZERO              TO LA-MOD-NEW-TIME-YEARS
               MOVE ZERO              TO LA-MOD-NEW-DUE-DATE
           END-IF
           SET LA-STATUS-PENDING      TO TRUE
           MOVE SPACES                TO LA-CHECKER-OPERATOR
           MOVE ZERO                  TO LA-DECISION-DATE
           MOVE ZERO                  TO LA-DECISION-TIME
           MOVE SPACES                TO LA-DECISION-REASON
           MOVE ZERO                  TO LA-REPORTED-DATE

           WRITE LOAN-APPROVAL-RECORD
               INVALID KEY
                   MOVE "APPROVAL QUEUE WRITE FAILED"
                       TO WS-REJECT-REASON
                   PERFORM 2800-REGISTER-REJECT
               NOT INVALID KEY
                   PERFORM 2720-REGISTER-HELD
           END-WRITE.

      * One balanced pair per modification - debit loans, credit
      * interest receivable, for the interest capitalized.
       2650-WRITE-GL-POSTING-PAIR.
           SET POSTING-DEBIT TO TRUE
           MOVE WS-LOANS-ACCOUNT      TO PL-ACCOUNT-NUMBER
           MOVE PC-BATCH-NUMBER       TO PL-BATCH-NUMBER
           MOVE LM-LOAN-NUMBER        TO PL-LOAN-NUMBER
           MOVE WS-CAPITALIZED-AMOUNT TO PL-AMOUNT
           WRITE GL-POSTING-RECORD FROM WS-POSTING-LINE

           SET POSTING-CREDIT TO TRUE
           MOVE WS-RECEIVABLE-ACCOUNT TO PL-ACCOUNT-NUMBER
           WRITE GL-POSTING-RECORD FROM WS-POSTING-LINE

           ADD 2 TO WS-POSTING-LINE-COUNT
           ADD WS-CAPITALIZED-AMOUNT TO WS-POSTING-HASH-TOTAL
           ADD WS-CAPITALIZED-AMOUNT TO WS-POSTING-HASH-TOTAL.

      * One loan-history event per applied boarding, close or
      * modification - the caller sets the event code; a boarding
      * carries the principal advanced, a close carries no amounts,
      * and a modification carries the balance before, the
      * interest it capitalized and the new rate. Either way the
      * position after is the master's as just written.
       2750-WRITE-HISTORY-EVENT.
           MOVE LM-LOAN-NUMBER      TO LH-LOAN-NUMBER
           MOVE PC-RUN-DATE         TO LH-EVENT-DATE
           MOVE PC-BATCH-NUMBER     TO LH-BATCH-NUMBER
           MOVE ZERO                TO LH-INTEREST-AMOUNT
           MOVE ZERO                TO LH-PRINCIPAL-AMOUNT
           MOVE ZERO                TO LH-NEW-RATE
           EVALUATE TRUE
               WHEN LH-EVENT-BOARDED
                   MOVE LM-PRINCIPAL          TO LH-PRINCIPAL-AMOUNT
               WHEN LH-EVENT-MODIFIED
                   MOVE WS-CAPITALIZED-AMOUNT TO LH-INTEREST-AMOUNT
                   MOVE WS-BALANCE-BEFORE     TO LH-PRINCIPAL-AMOUNT
                   MOVE LM-RATE               TO LH-NEW-RATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE LM-CURRENT-BALANCE  TO LH-BALANCE-AFTER
           MOVE LM-ACCRUED-INTEREST TO LH-ACCRUED-AFTER
           MOVE ZERO                TO LH-FEE-AMOUNT
           MOVE LM-FEES-DUE         TO LH-FEES-AFTER
           CALL "LOANHIST" USING LOAN-HISTORY-RECORD.

       2500-MOVE-TRANS-TO-MASTER.
           MOVE "COMPLETE" TO WS-AUDIT-STATUS
           PERFORM 2900-WRITE-AUDIT-RECORD.

       2720-REGISTER-HELD.
           ADD 1 TO WS-HELD-COUNT
           MOVE MT-TRAN-CODE   TO RL-TRAN-CODE
           MOVE MT-LOAN-NUMBER TO RL-LOAN-NUMBER
           MOVE "HELD"         TO RL-DISPOSITION
           MOVE SPACES         TO RL-REASON
           STRING WS-HOLD-REASON " SEQ=" LA-SEQUENCE
               DELIMITED BY SIZE INTO RL-REASON
           WRITE APPLY-REGISTER-RECORD FROM WS-REGISTER-LINE
           MOVE "PENDING" TO WS-AUDIT-STATUS
           PERFORM 2900-WRITE-AUDIT-RECORD.

       2800-REGISTER-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE MT-TRAN-CODE     TO RL-TRAN-CODE
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           EVALUATE TRUE
               WHEN WS-AUDIT-STATUS = "PENDING"
                   STRING "HELD SEQ=" LA-SEQUENCE " " WS-HOLD-REASON
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
               WHEN WS-AUDIT-STATUS NOT = "COMPLETE"
                   STRING "REASON=" WS-REJECT-REASON
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
               WHEN MT-TRAN-MODIFY
                   STRING "RATE=" MT-RATE
                       " PMT=" LM-SCHEDULED-PAYMENT
                       " CAP=" WS-CAPITALIZED-AMOUNT
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
               WHEN OTHER
                   STRING "PRINCIPAL=" MT-PRINCIPAL " RATE=" MT-RATE
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
           END-EVALUATE

           MOVE WS-AUDIT-STATUS TO AL-COMPLETION-STATUS

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      * The register balances back to the input: applied + held +
      * rejected must equal the records read, and the trailer says
      * so either way - a register that does not balance is called
      * out loudly.
       3000-FINALIZE.
           COMPUTE WS-BALANCE-COUNT =
               WS-APPLIED-COUNT + WS-HELD-COUNT + WS-REJECT-COUNT

           MOVE WS-INPUT-COUNT   TO TL-INPUT-COUNT
           MOVE WS-APPLIED-COUNT TO TL-APPLIED-COUNT
           MOVE WS-REJECT-COUNT  TO TL-REJECT-COUNT
           MOVE WS-HELD-COUNT    TO TL-HELD-COUNT
           IF WS-BALANCE-COUNT = WS-INPUT-COUNT
               MOVE "IN BALANCE" TO TL-BALANCE-FLAG
           ELSE
           END-IF
           WRITE APPLY-REGISTER-RECORD FROM WS-TOTAL-LINE

           IF WS-POSTING-LINE-COUNT > ZERO
               MOVE WS-POSTING-LINE-COUNT TO PT-LINE-COUNT
               MOVE WS-POSTING-HASH-TOTAL TO PT-HASH-TOTAL
               WRITE GL-POSTING-RECORD FROM WS-POSTING-TRAILER
           END-IF
           CLOSE GL-POSTING-FILE

           CLOSE MAINT-TRANS-FILE
           CLOSE LOAN-MASTER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "35"
           IF WS-PRODUCT-FILE-STATUS NOT = "35"
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           CLOSE LOAN-APPROVAL-FILE
           CLOSE APPLY-REGISTER-FILE.

      * Graded completion code for COND gating: 0 = clean, 4 = some
      * transactions rejected, 8 = nothing applied or held at all.
       9000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-APPLIED-COUNT = ZERO
                       AND WS-HELD-COUNT = ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
