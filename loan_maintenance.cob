      * The session now starts with an operator sign-on, and every
      * audit record written carries the operator's ID - an
      * incident review answers who as well as what.
      * ADD now zeroes the new fees-due balance and late-charge
      * tracking date, INQUIRE shows the fees due, and history
      * events carry the fees-due figure after the event.
      * ADD also zeroes the charge-off date and amounts; INQUIRE on
      * a charged-off loan shows the charge-off date, the amount
      * written off and the recoveries posted since.
      * Added the MODIFY transaction - a loan restructure. The
      * loan's accrued interest is capitalized into its current
      * balance, a new rate and term inside the product's band are
      * set, the scheduled payment is recomputed as the level
      * monthly payment that retires the new balance over the new
      * term, and a new first due date (after the run date) starts
      * the schedule again. The loan is flagged modified with the
      * run date, a modification event carrying the position
      * before and after goes to the loan history, and the
      * capitalized interest is reclassed on the GL - loans debited,
      * interest receivable credited, as GLMAP maps the product's
      * MC type - through the GLMOD posting-interface file, with a
      * trailer per session. ADD clears the modification fields;
      * INQUIRE shows them on a modified loan.
      * ADD clears the rate-reset and reset-notice dates - the
      * nightly RATERSET run schedules a floating loan's first
      * reset - and INQUIRE shows a floating loan's next reset.
      * ADD clears the credit-bureau closed-reported date.
      * Dual control: an ADD boarding a principal at or over the
      * control card's dual-control limit, a CHANGE moving the rate
      * by the card's rate points or more (or raising the principal
      * to the limit), and a DELETE closing a loan that still owes
      * more than the card's close balance are no longer applied -
      * each is held pending on the LOANAPPR maker/checker queue
      * with this operator as the maker, audited PENDING, and
      * reaches the master only when a second operator approves it
      * in LOANAPRV. A loan with an item still pending approval
      * cannot be added, changed, deleted or modified until the
      * item is decided.
      * MODIFY now comes under the same dual-control limits as
      * CHANGE - a new rate moving the card's rate points or more,
      * or a capitalized balance raised to the principal limit, is
      * held on the LOANAPPR queue with the new terms instead of
      * being applied, and LOANAPRV applies it at approval.
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

           SELECT GL-POSTING-FILE ASSIGN TO "GLMOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       FD  PRODUCT-MASTER-FILE.
           COPY "product_master_record.cpy".

       FD  LOAN-APPROVAL-FILE.
           COPY "loan_approval_record.cpy".

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

       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-CUSTOMER-FILE-STATUS     PIC XX.

       01  WS-PRODUCT-FILE-STATUS      PIC XX.

       01  WS-APPROVAL-FILE-STATUS     PIC XX.

       01  WS-CUSTOMER-FOUND-FLAG      PIC X VALUE "N".
           88  CUSTOMER-RECORD-FOUND       VALUE "Y".

           88  TRAN-ADD                    VALUE "A".
           88  TRAN-CHANGE                 VALUE "C".
           88  TRAN-DELETE                 VALUE "D".
           88  TRAN-MODIFY                 VALUE "M".
           88  TRAN-INQUIRE                VALUE "I".
           88  TRAN-EXIT                   VALUE "X".

       01  WS-ADD-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-DELETE-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-MODIFY-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-INQUIRY-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(5) VALUE ZERO.

       01  WS-LAST-TRANSACTION         PIC X(10) VALUE SPACES.

       01  WS-REJECT-REASON            PIC X(40).
       01  WS-AUDIT-STATUS             PIC X(10).

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

      * The modification terms as keyed, and the position they
      * produce - the level monthly payment is worked from the
      * monthly rate and the discount factor over the new term.
       01  WS-NEW-RATE                 PIC 9(3)V99.
       01  WS-NEW-TIME-YEARS           PIC 9(3)V99.
       01  WS-NEW-DUE-DATE             PIC 9(8).
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

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
               OPEN I-O LOAN-MASTER-FILE
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN INPUT PRODUCT-MASTER-FILE
           OPEN I-O LOAN-APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS = "35"
               CLOSE LOAN-APPROVAL-FILE
               OPEN OUTPUT LOAN-APPROVAL-FILE
               CLOSE LOAN-APPROVAL-FILE
               OPEN I-O LOAN-APPROVAL-FILE
           END-IF
           OPEN EXTEND GL-POSTING-FILE
           IF WS-GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-POSTING-FILE
           END-IF.

      * Every transaction this session writes to the audit trail
      * carries who keyed it - a blank sign-on is re-prompted, so

       2000-PROCESS-TRANSACTION.
           DISPLAY "LOAN MASTER MAINTENANCE"
           DISPLAY "A=ADD C=CHANGE D=DELETE M=MODIFY I=INQUIRE X=EXIT"
           DISPLAY "ENTER TRANSACTION CODE: "
           ACCEPT WS-TRANSACTION-CODE

                   PERFORM 2200-CHANGE-LOAN
               WHEN TRAN-DELETE
                   PERFORM 2300-DELETE-LOAN
               WHEN TRAN-MODIFY
                   PERFORM 2500-MODIFY-LOAN
               WHEN TRAN-INQUIRE
                   PERFORM 2400-INQUIRE-LOAN
               WHEN TRAN-EXIT
       2100-ADD-LOAN.
           MOVE "ADD" TO WS-LAST-TRANSACTION
           MOVE "N" TO WS-DUPLICATE-FLAG
           MOVE "N" TO WS-HOLD-FLAG
           DISPLAY "ENTER LOAN NUMBER: "
           ACCEPT LM-LOAN-NUMBER

               PERFORM 2050-VALIDATE-LOAN

               IF LOAN-IS-VALID
                   MOVE ZERO TO WS-BEFORE-RATE
                   MOVE ZERO TO WS-BEFORE-OWED
                   MOVE ZERO TO WS-BEFORE-DUE-DATE
                   MOVE ZERO TO WS-BEFORE-PAYMENT
                   PERFORM 2700-CHECK-PENDING-APPROVAL
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
                       DISPLAY "ADD REJECTED - " WS-REJECT-REASON
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE "REJECTED" TO WS-AUDIT-STATUS
                       PERFORM 2900-WRITE-AUDIT-RECORD
                   WHEN CHANGE-NEEDS-APPROVAL
                       PERFORM 2750-HOLD-FOR-APPROVAL
                   WHEN OTHER
                       PERFORM 2150-WRITE-NEW-LOAN
               END-EVALUATE
           END-IF.

      * A new loan opens with its balance at the principal advanced
      * and every tracking field clear.
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
                   DISPLAY "ADD FAILED - STATUS="
                       WS-MASTER-FILE-STATUS
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "WRITE FAILED" TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "COMPLETE" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
                   SET LH-EVENT-BOARDED TO TRUE
                   PERFORM 2950-WRITE-HISTORY-EVENT
           END-WRITE.

       2200-CHANGE-LOAN.
           MOVE "CHANGE" TO WS-LAST-TRANSACTION
           MOVE "N" TO WS-HOLD-FLAG
           DISPLAY "ENTER LOAN NUMBER: "
           ACCEPT WS-INQUIRY-KEY
           MOVE WS-INQUIRY-KEY TO LM-LOAN-NUMBER
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   MOVE LM-PRINCIPAL TO WS-BEFORE-PRINCIPAL
                   MOVE LM-RATE TO WS-BEFORE-RATE
                   COMPUTE WS-BEFORE-OWED = LM-CURRENT-BALANCE
                       + LM-ACCRUED-INTEREST + LM-FEES-DUE
                   MOVE LM-NEXT-DUE-DATE TO WS-BEFORE-DUE-DATE
                   MOVE LM-SCHEDULED-PAYMENT TO WS-BEFORE-PAYMENT
                   DISPLAY "ENTER CUSTOMER NUMBER: "
                   ACCEPT LM-CUSTOMER-NUMBER
                   DISPLAY "ENTER PRODUCT CODE: "
                   PERFORM 2050-VALIDATE-LOAN

                   IF LOAN-IS-VALID
                       PERFORM 2700-CHECK-PENDING-APPROVAL
                   END-IF

                   IF LOAN-IS-VALID
                       PERFORM 2720-TEST-CHANGE-LIMITS
                   END-IF

                   EVALUATE TRUE
                       WHEN LOAN-IS-INVALID
                           DISPLAY "CHANGE REJECTED - "
                               WS-REJECT-REASON
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE "REJECTED" TO WS-AUDIT-STATUS
                           PERFORM 2900-WRITE-AUDIT-RECORD
                       WHEN CHANGE-NEEDS-APPROVAL
                           PERFORM 2750-HOLD-FOR-APPROVAL
                       WHEN OTHER
                           PERFORM 2250-REWRITE-CHANGED-LOAN
                   END-EVALUATE
           END-READ.

       2250-REWRITE-CHANGED-LOAN.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED - STATUS="
                       WS-MASTER-FILE-STATUS
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE "COMPLETE" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
           END-REWRITE.

       2300-DELETE-LOAN.
           MOVE "DELETE" TO WS-LAST-TRANSACTION
           MOVE "N" TO WS-HOLD-FLAG
           DISPLAY "ENTER LOAN NUMBER: "
           ACCEPT WS-INQUIRY-KEY
           MOVE WS-INQUIRY-KEY TO LM-LOAN-NUMBER
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   SET LOAN-IS-VALID TO TRUE
                   MOVE SPACES TO WS-REJECT-REASON
                   MOVE LM-RATE TO WS-BEFORE-RATE
                   COMPUTE WS-BEFORE-OWED = LM-CURRENT-BALANCE
                       + LM-ACCRUED-INTEREST + LM-FEES-DUE
                   MOVE LM-NEXT-DUE-DATE TO WS-BEFORE-DUE-DATE
                   MOVE LM-SCHEDULED-PAYMENT TO WS-BEFORE-PAYMENT
                   PERFORM 2700-CHECK-PENDING-APPROVAL
                   IF LOAN-IS-VALID
                           AND WS-BEFORE-OWED > PC-DUAL-CLOSE-BALANCE
                       SET CHANGE-NEEDS-APPROVAL TO TRUE
                       MOVE "CLOSING WITH BALANCE OWED"
                           TO WS-HOLD-REASON
                   END-IF

                   EVALUATE TRUE
                       WHEN LOAN-IS-INVALID
                           DISPLAY "DELETE REJECTED - "
                               WS-REJECT-REASON
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE "REJECTED" TO WS-AUDIT-STATUS
                           PERFORM 2900-WRITE-AUDIT-RECORD
                       WHEN CHANGE-NEEDS-APPROVAL
                           PERFORM 2750-HOLD-FOR-APPROVAL
                       WHEN OTHER
                           PERFORM 2350-CLOSE-LOAN
                   END-EVALUATE
           END-READ.

       2350-CLOSE-LOAN.
           SET LM-STATUS-CLOSED TO TRUE
           MOVE PC-RUN-DATE TO LM-CLOSED-DATE
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "DELETE FAILED - STATUS="
                       WS-MASTER-FILE-STATUS
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE "COMPLETE" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
                   SET LH-EVENT-CLOSED TO TRUE
                   PERFORM 2950-WRITE-HISTORY-EVENT
           END-REWRITE.

       2400-INQUIRE-LOAN.
           MOVE "INQUIRE" TO WS-LAST-TRANSACTION
           DISPLAY "ENTER LOAN NUMBER: "
                   DISPLAY "SCHED PAYMENT = " LM-SCHEDULED-PAYMENT
                   DISPLAY "STMT CYCLE    = " LM-STMT-CYCLE
                   DISPLAY "ACCRUED INT   = " LM-ACCRUED-INTEREST
                   DISPLAY "FEES DUE      = " LM-FEES-DUE
                   DISPLAY "INT COLL YTD  = " LM-INTEREST-YTD
                   DISPLAY "LAST ACCRUAL  = " LM-LAST-ACCRUAL-DATE
                   DISPLAY "STATUS        = " LM-RECORD-STATUS
                   IF LM-STATUS-CHARGED-OFF
                       DISPLAY "CHARGED OFF   = " LM-CHARGE-OFF-DATE
                       DISPLAY "AMT WRITE-OFF = " LM-CHARGED-OFF-AMOUNT
                       DISPLAY "RECOVERED     = " LM-RECOVERED-AMOUNT
                   END-IF
                   IF LM-LOAN-MODIFIED
                       DISPLAY "MODIFIED      = " LM-MODIFICATION-DATE
                   END-IF
                   IF LM-NEXT-RESET-DATE NOT = ZERO
                       DISPLAY "NEXT RESET    = " LM-NEXT-RESET-DATE
                   END-IF
                   ADD 1 TO WS-INQUIRY-COUNT
           END-READ.

      * The modification transaction. Only an active loan can be
      * restructured - a closed or charged-off loan is rejected.
       2500-MODIFY-LOAN.
           MOVE "MODIFY" TO WS-LAST-TRANSACTION
           MOVE "N" TO WS-HOLD-FLAG
           DISPLAY "ENTER LOAN NUMBER: "
           ACCEPT WS-INQUIRY-KEY
           MOVE WS-INQUIRY-KEY TO LM-LOAN-NUMBER

           READ LOAN-MASTER-FILE
               KEY IS LM-LOAN-NUMBER
               INVALID KEY
                   DISPLAY "LOAN NOT ON FILE"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "LOAN NOT ON FILE" TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   MOVE LM-PRINCIPAL TO WS-BEFORE-PRINCIPAL
                   MOVE LM-RATE TO WS-BEFORE-RATE
                   COMPUTE WS-BEFORE-OWED = LM-CURRENT-BALANCE
                       + LM-ACCRUED-INTEREST + LM-FEES-DUE
                   MOVE LM-NEXT-DUE-DATE TO WS-BEFORE-DUE-DATE
                   MOVE LM-SCHEDULED-PAYMENT TO WS-BEFORE-PAYMENT
                   DISPLAY "ENTER NEW RATE: "
                   ACCEPT WS-NEW-RATE
                   DISPLAY "ENTER NEW TIME-YEARS: "
                   ACCEPT WS-NEW-TIME-YEARS
                   DISPLAY "ENTER NEW FIRST DUE DATE (YYYYMMDD): "
                   ACCEPT WS-NEW-DUE-DATE

                   PERFORM 2550-VALIDATE-MODIFICATION

                   IF LOAN-IS-VALID
                       PERFORM 2720-TEST-CHANGE-LIMITS
                   END-IF

                   EVALUATE TRUE
                       WHEN LOAN-IS-INVALID
                           DISPLAY "MODIFY REJECTED - "
                               WS-REJECT-REASON
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE "REJECTED" TO WS-AUDIT-STATUS
                           PERFORM 2900-WRITE-AUDIT-RECORD
                       WHEN CHANGE-NEEDS-APPROVAL
                           PERFORM 2750-HOLD-FOR-APPROVAL
                       WHEN OTHER
                           PERFORM 2600-APPLY-MODIFICATION
                   END-EVALUATE
           END-READ.

      * The new terms get the same product edits ADD and CHANGE
      * apply - rate inside the product's band, term inside its
      * maximum - and the new first due date must be a real date
      * after the run date.
       2550-VALIDATE-MODIFICATION.
           SET LOAN-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT LM-STATUS-ACTIVE
               SET LOAN-IS-INVALID TO TRUE
               MOVE "ONLY AN ACTIVE LOAN CAN BE MODIFIED"
                   TO WS-REJECT-REASON
           END-IF

           IF LOAN-IS-VALID
               PERFORM 2700-CHECK-PENDING-APPROVAL
           END-IF

           IF LOAN-IS-VALID
               PERFORM 2070-CHECK-PRODUCT-MASTER
           END-IF

           IF LOAN-IS-VALID
               IF WS-NEW-RATE NOT GREATER THAN ZERO
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "RATE MUST BE GREATER THAN ZERO"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-NEW-RATE < PD-RATE-FLOOR
                           OR WS-NEW-RATE > PD-RATE-CEILING
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "RATE OUTSIDE PRODUCT RATE BAND"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF LOAN-IS-VALID
               IF WS-NEW-TIME-YEARS NOT GREATER THAN ZERO
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "TIME-YEARS MUST BE GREATER THAN ZERO"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-NEW-TIME-YEARS > PD-MAX-TERM-YEARS
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "TIME-YEARS EXCEEDS PRODUCT MAXIMUM"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF LOAN-IS-VALID
               IF WS-NEW-DUE-DATE NOT > PC-RUN-DATE
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "NEW DUE DATE MUST BE AFTER RUN DATE"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-NEW-DUE-DATE TO DK-DATE
                   CALL "DATECALC" USING DATE-CALC-REQUEST
                   IF DK-DATE-INVALID
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "NEW DUE DATE IS NOT A VALID DATE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF LOAN-IS-VALID
               PERFORM 2560-COMPUTE-NEW-POSITION
           END-IF

           IF LOAN-IS-VALID
                   AND WS-CAPITALIZED-AMOUNT > ZERO
               PERFORM 2570-LOOKUP-GL-ACCOUNTS
           END-IF.

      * Accrued interest is capitalized into the balance, and the
      * new scheduled payment is the level monthly payment that
      * retires that balance over the new term at the new rate:
      * balance x r / (1 - (1 + r) ** -n), r the monthly rate and
      * n the months in the term.
       2560-COMPUTE-NEW-POSITION.
           MOVE LM-CURRENT-BALANCE  TO WS-BALANCE-BEFORE
           MOVE LM-ACCRUED-INTEREST TO WS-CAPITALIZED-AMOUNT
           COMPUTE WS-NEW-BALANCE =
               LM-CURRENT-BALANCE + LM-ACCRUED-INTEREST
           COMPUTE WS-PAYMENT-PERIODS ROUNDED =
               WS-NEW-TIME-YEARS * 12

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
                       WS-NEW-RATE / 1200
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

      * The reclass is posted to the accounts GLMAP maps for the
      * product's MC type - no mapping, no modification.
       2570-LOOKUP-GL-ACCOUNTS.
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

       2600-APPLY-MODIFICATION.
           MOVE WS-NEW-BALANCE      TO LM-CURRENT-BALANCE
           MOVE ZERO                TO LM-ACCRUED-INTEREST
           MOVE WS-NEW-RATE         TO LM-RATE
           MOVE WS-NEW-TIME-YEARS   TO LM-TIME-YEARS
           MOVE WS-NEW-DUE-DATE     TO LM-NEXT-DUE-DATE
           MOVE WS-NEW-PAYMENT      TO LM-SCHEDULED-PAYMENT
           SET LM-LOAN-MODIFIED     TO TRUE
           MOVE PC-RUN-DATE         TO LM-MODIFICATION-DATE

           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "MODIFY FAILED - STATUS="
                       WS-MASTER-FILE-STATUS
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-MODIFY-COUNT
                   DISPLAY "NEW CURRENT BAL   = " LM-CURRENT-BALANCE
                   DISPLAY "NEW SCHED PAYMENT = " LM-SCHEDULED-PAYMENT
                   MOVE "COMPLETE" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
                   SET LH-EVENT-MODIFIED TO TRUE
                   PERFORM 2950-WRITE-HISTORY-EVENT
                   IF WS-CAPITALIZED-AMOUNT > ZERO
                       PERFORM 2650-WRITE-GL-POSTING-PAIR
                   END-IF
           END-REWRITE.

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

      * A loan may have only one item waiting on the approval queue
      * - anything keyed against it meanwhile would be overwritten
      * or undone when the item is approved. The scan also finds the
      * loan's last sequence number for the next item held.
       2700-CHECK-PENDING-APPROVAL.
           MOVE "N" TO WS-PENDING-FLAG
           MOVE "N" TO WS-QUEUE-EOF-FLAG
           MOVE 1 TO WS-NEXT-SEQUENCE
           MOVE LM-LOAN-NUMBER TO LA-LOAN-NUMBER
           MOVE ZERO TO LA-SEQUENCE
           START LOAN-APPROVAL-FILE
               KEY IS NOT LESS THAN LA-ITEM-KEY
               INVALID KEY SET END-OF-LOAN-QUEUE TO TRUE
           END-START
           PERFORM 2710-SCAN-LOAN-QUEUE
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

       2710-SCAN-LOAN-QUEUE.
           READ LOAN-APPROVAL-FILE NEXT
               AT END
                   SET END-OF-LOAN-QUEUE TO TRUE
               NOT AT END
                   IF LA-LOAN-NUMBER NOT = LM-LOAN-NUMBER
                       SET END-OF-LOAN-QUEUE TO TRUE
                   ELSE
                       COMPUTE WS-NEXT-SEQUENCE = LA-SEQUENCE + 1
                       IF LA-STATUS-PENDING
                           SET APPROVAL-ALREADY-PENDING TO TRUE
                       END-IF
                   END-IF
           END-READ.

      * A rate moved the card's points or more either way, or a
      * principal raised to the boarding limit, needs a checker. A
      * MODIFY is measured on the terms it proposes - the new rate,
      * and the balance once the accrued interest is capitalized -
      * since the master still holds the loan as it stands.
       2720-TEST-CHANGE-LIMITS.
           IF TRAN-MODIFY
               MOVE WS-NEW-RATE TO WS-PROPOSED-RATE
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
               WHEN TRAN-MODIFY
                       AND WS-NEW-BALANCE > WS-BALANCE-BEFORE
                       AND WS-NEW-BALANCE
                           NOT LESS THAN PC-DUAL-PRINCIPAL-LIMIT
                   SET CHANGE-NEEDS-APPROVAL TO TRUE
                   MOVE "NEW BALANCE AT/OVER DUAL LIMIT"
                       TO WS-HOLD-REASON
               WHEN TRAN-MODIFY
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

      * The transaction as keyed goes on the queue, not the master -
      * LOANAPRV applies it when a second operator approves it.
       2750-HOLD-FOR-APPROVAL.
           MOVE LM-LOAN-NUMBER        TO LA-LOAN-NUMBER
           MOVE WS-NEXT-SEQUENCE      TO LA-SEQUENCE
           MOVE WS-TRANSACTION-CODE   TO LA-TRAN-CODE
           MOVE WS-HOLD-REASON        TO LA-HOLD-REASON
           MOVE "LOANMAINT"           TO LA-SOURCE-PROGRAM
           MOVE WS-OPERATOR-ID        TO LA-MAKER-OPERATOR
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
           IF TRAN-MODIFY
               MOVE WS-NEW-RATE       TO LA-MOD-NEW-RATE
               MOVE WS-NEW-TIME-YEARS TO LA-MOD-NEW-TIME-YEARS
               MOVE WS-NEW-DUE-DATE   TO LA-MOD-NEW-DUE-DATE
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
                   DISPLAY "HOLD FAILED - STATUS="
                       WS-APPROVAL-FILE-STATUS
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "APPROVAL QUEUE WRITE FAILED"
                       TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY "HELD FOR APPROVAL - " WS-HOLD-REASON
                   DISPLAY "APPROVAL ITEM = " LA-LOAN-NUMBER
                       "-" LA-SEQUENCE
                   MOVE "PENDING" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
           END-WRITE.

      * One loan-history event per completed ADD, DELETE or MODIFY
      * - the caller sets the event code; a boarding carries the
      * principal advanced, a close carries no amounts, and a
      * modification carries the balance before, the interest it
      * capitalized and the new rate. Either way the position after
      * is the master's as just written.
       2950-WRITE-HISTORY-EVENT.
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

       2900-WRITE-AUDIT-RECORD.
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           EVALUATE TRUE
               WHEN WS-AUDIT-STATUS = "PENDING"
                   STRING "HELD SEQ=" LA-SEQUENCE " " WS-HOLD-REASON
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
               WHEN WS-AUDIT-STATUS NOT = "COMPLETE"
                   STRING "REASON=" WS-REJECT-REASON
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
               WHEN TRAN-MODIFY
                   STRING "RATE=" LM-RATE
                       " PMT=" LM-SCHEDULED-PAYMENT
                       " CAP=" WS-CAPITALIZED-AMOUNT
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
               WHEN OTHER
                   STRING "PRINCIPAL=" LM-PRINCIPAL " RATE=" LM-RATE
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
           END-EVALUATE

           MOVE WS-AUDIT-STATUS TO AL-COMPLETION-STATUS

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      * A session that reclassed anything closes its GLMOD lines
      * with a trailer, so each session's lines prove on their own.
       3000-FINALIZE.
           IF WS-POSTING-LINE-COUNT > ZERO
               MOVE WS-POSTING-LINE-COUNT TO PT-LINE-COUNT
               MOVE WS-POSTING-HASH-TOTAL TO PT-HASH-TOTAL
               WRITE GL-POSTING-RECORD FROM WS-POSTING-TRAILER
           END-IF
           CLOSE GL-POSTING-FILE
           CLOSE LOAN-MASTER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "35"
               CLOSE CUSTOMER-MASTER-FILE
           IF WS-PRODUCT-FILE-STATUS NOT = "35"
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           CLOSE LOAN-APPROVAL-FILE
           DISPLAY "ADDS=" WS-ADD-COUNT
           DISPLAY "CHANGES=" WS-CHANGE-COUNT
           DISPLAY "DELETES=" WS-DELETE-COUNT
           DISPLAY "MODIFIES=" WS-MODIFY-COUNT
           DISPLAY "INQUIRIES=" WS-INQUIRY-COUNT
           DISPLAY "HELD FOR APPROVAL=" WS-HELD-COUNT
           DISPLAY "REJECTS=" WS-REJECT-COUNT.
