       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANAPRV.

      * Modification history:
      * New program - online (terminal) checker transaction for the
      * maker/checker approval queue LOANMAINT and LOANBATCH hold
      * high-impact loan master changes on (LOANAPPR - see
      * copybooks/loan_approval_record.cpy). The checker signs on
      * and can LIST the items still pending, INQUIRE on one item,
      * APPROVE it or DECLINE it. An item can only be decided by an
      * operator other than the one who keyed it. APPROVE applies
      * the held transaction to the loan master there and then -
      * an ADD boards the loan, a CHANGE rewrites the loan's terms,
      * a DELETE closes the loan - under the same edits LOANMAINT
      * applies, against the master and the customer and product
      * masters as they stand at approval, and writes the boarded /
      * closed loan-history event through the shared LOANHIST
      * writer. An item that no longer passes the edits is not
      * applied and stays pending for the checker to decline.
      * DECLINE takes a reason and leaves the master untouched.
      * Every APPROVE and DECLINE - completed or rejected - goes on
      * the shared audit trail with the checker's ID as the
      * operator and the maker's ID alongside it. Ends with a
      * graded RETURN-CODE (0 clean session, 4 one or more
      * transactions rejected).
      * APPROVE now also applies a held MODIFY - the restructure
      * LOANMAINT and LOANBATCH hold over the dual-control limits.
      * The new rate, term and first due date are edited again
      * against the loan and its product as they stand at approval,
      * the accrued interest on the loan tonight is capitalized, the
      * level payment is worked out afresh, the loan is flagged
      * modified as of the approval's run date, the modification
      * event goes to the loan history and the capitalized interest
      * is reclassed on the GL through the GLMOD posting-interface
      * file, with a trailer per session. INQUIRE shows a held
      * MODIFY's new terms.
      * APPROVE now refuses a held CHANGE when the loan's next due
      * date or scheduled payment on the master is no longer what
      * it was when the item was keyed - a payment posted since has
      * rolled the due date on, and applying the keyed terms would
      * roll it back. The item is rejected (RC 4, on the audit
      * trail) and stays pending for the checker to decline and the
      * maker to key again. INQUIRE shows the before-values.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-APPROVAL-FILE ASSIGN TO "LOANAPPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-ITEM-KEY
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO "GLMOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-APPROVAL-FILE.
           COPY "loan_approval_record.cpy".

       FD  LOAN-MASTER-FILE.
           COPY "loan_master_record.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "customer_master_record.cpy".

       FD  PRODUCT-MASTER-FILE.
           COPY "product_master_record.cpy".

       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD           PIC X(35).

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "loan_history_record.cpy".
           COPY "date_calc.cpy".
           COPY "gl_account_request.cpy".

       01  WS-APPROVAL-FILE-STATUS     PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-CUSTOMER-FILE-STATUS     PIC XX.
       01  WS-PRODUCT-FILE-STATUS      PIC XX.
       01  WS-GL-FILE-STATUS           PIC XX.

       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

       01  WS-CUSTOMER-FOUND-FLAG      PIC X VALUE "N".
           88  CUSTOMER-RECORD-FOUND       VALUE "Y".

       01  WS-PRODUCT-FOUND-FLAG       PIC X VALUE "N".
           88  PRODUCT-RECORD-FOUND        VALUE "Y".

       01  WS-MASTER-FOUND-FLAG        PIC X VALUE "N".
           88  MASTER-RECORD-FOUND         VALUE "Y".

       01  WS-ITEM-FOUND-FLAG          PIC X VALUE "N".
           88  ITEM-RECORD-FOUND           VALUE "Y".

       01  WS-LIST-EOF-FLAG            PIC X VALUE "N".
           88  END-OF-QUEUE-LIST           VALUE "Y".

       01  WS-DONE-FLAG                PIC X VALUE "N".
           88  APPROVAL-DONE               VALUE "Y".

       01  WS-TRANSACTION-CODE         PIC X(1).
           88  TRAN-LIST                   VALUE "L".
           88  TRAN-APPROVE                VALUE "A".
           88  TRAN-DECLINE                VALUE "D".
           88  TRAN-INQUIRE                VALUE "I".
           88  TRAN-EXIT                   VALUE "X".

       01  WS-INQUIRY-KEY.
           05  WS-INQUIRY-LOAN         PIC 9(6).
           05  WS-INQUIRY-SEQUENCE     PIC 9(3).

       01  WS-DECLINE-REASON           PIC X(30).

       01  WS-APPROVE-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-DECLINE-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-LIST-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-INQUIRY-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(5) VALUE ZERO.

       01  WS-LAST-TRANSACTION         PIC X(10) VALUE SPACES.

       01  WS-VALID-FLAG               PIC X VALUE "Y".
           88  LOAN-IS-VALID                VALUE "Y".
           88  LOAN-IS-INVALID              VALUE "N".

       01  WS-REJECT-REASON            PIC X(40).
       01  WS-AUDIT-STATUS             PIC X(10).

      * An approved MODIFY's position, worked out the way LOANMAINT
      * works it - the level monthly payment from the monthly rate
      * and the discount factor over the new term.
       01  WS-BALANCE-BEFORE           PIC 9(7)V99.
       01  WS-CAPITALIZED-AMOUNT       PIC 9(9)V99.
       01  WS-NEW-BALANCE              PIC 9(9)V99.
       01  WS-NEW-PAYMENT              PIC 9(9)V99.
       01  WS-PAYMENT-PERIODS          PIC 9(5).
       01  WS-MONTHLY-RATE             PIC 9V9(12).
       01  WS-DISCOUNT-FACTOR          PIC 9V9(15).

      * GL posting interface lines - the GLMOD format LOANMAINT
      * writes: debit loans, credit interest receivable, for the
      * interest an approved MODIFY capitalizes.
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
           PERFORM 2000-PROCESS-TRANSACTION UNTIL APPROVAL-DONE
           PERFORM 3000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * Graded completion code, consistent with the batch programs:
      * 0 = clean session, 4 = one or more transactions rejected.
       9000-SET-RETURN-CODE.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      * No queue yet (nothing has ever been held) is created empty,
      * the same way LOANMAINT creates it.
       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD
           PERFORM 1100-OPERATOR-SIGN-ON
           OPEN I-O LOAN-APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS = "35"
               CLOSE LOAN-APPROVAL-FILE
               OPEN OUTPUT LOAN-APPROVAL-FILE
               CLOSE LOAN-APPROVAL-FILE
               OPEN I-O LOAN-APPROVAL-FILE
           END-IF
           OPEN I-O LOAN-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "35"
               CLOSE LOAN-MASTER-FILE
               OPEN OUTPUT LOAN-MASTER-FILE
               CLOSE LOAN-MASTER-FILE
               OPEN I-O LOAN-MASTER-FILE
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           OPEN INPUT PRODUCT-MASTER-FILE
           OPEN EXTEND GL-POSTING-FILE
           IF WS-GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-POSTING-FILE
           END-IF.

      * The checker's ID is what the maker's ID is compared with -
      * a blank sign-on is re-prompted, so it can never match an
      * empty maker field by accident.
       1100-OPERATOR-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM 1150-PROMPT-OPERATOR-ID
               UNTIL WS-OPERATOR-ID NOT = SPACES.

       1150-PROMPT-OPERATOR-ID.
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID.

       2000-PROCESS-TRANSACTION.
           DISPLAY "LOAN CHANGE APPROVAL"
           DISPLAY "L=LIST PENDING A=APPROVE D=DECLINE I=INQUIRE X=EXIT"
           DISPLAY "ENTER TRANSACTION CODE: "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN TRAN-LIST
                   PERFORM 2100-LIST-PENDING
               WHEN TRAN-APPROVE
                   PERFORM 2200-APPROVE-ITEM
               WHEN TRAN-DECLINE
                   PERFORM 2300-DECLINE-ITEM
               WHEN TRAN-INQUIRE
                   PERFORM 2400-INQUIRE-ITEM
               WHEN TRAN-EXIT
                   SET APPROVAL-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

      * Every item still waiting on a checker, in loan order - a
      * read-only lookup, not audited.
       2100-LIST-PENDING.
           MOVE "N" TO WS-LIST-EOF-FLAG
           MOVE ZERO TO WS-LIST-COUNT
           MOVE ZERO TO LA-LOAN-NUMBER
           MOVE ZERO TO LA-SEQUENCE
           START LOAN-APPROVAL-FILE
               KEY IS NOT LESS THAN LA-ITEM-KEY
               INVALID KEY SET END-OF-QUEUE-LIST TO TRUE
           END-START
           PERFORM 2150-LIST-ONE-ITEM
               UNTIL END-OF-QUEUE-LIST
           DISPLAY "ITEMS PENDING = " WS-LIST-COUNT.

       2150-LIST-ONE-ITEM.
           READ LOAN-APPROVAL-FILE NEXT
               AT END
                   SET END-OF-QUEUE-LIST TO TRUE
               NOT AT END
                   IF LA-STATUS-PENDING
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY LA-LOAN-NUMBER "-" LA-SEQUENCE
                           " " LA-TRAN-CODE
                           " " LA-MAKER-OPERATOR
                           " " LA-SUBMIT-DATE
                           " " LA-HOLD-REASON
                   END-IF
           END-READ.

       2200-APPROVE-ITEM.
           MOVE "APPROVE" TO WS-LAST-TRANSACTION
           PERFORM 2500-READ-ITEM
           IF LOAN-IS-VALID
               PERFORM 2520-CHECK-DECIDABLE
           END-IF

           IF LOAN-IS-VALID
               EVALUATE TRUE
                   WHEN LA-TRAN-ADD
                       PERFORM 2600-APPLY-ADD
                   WHEN LA-TRAN-CHANGE
                       PERFORM 2620-APPLY-CHANGE
                   WHEN LA-TRAN-DELETE
                       PERFORM 2640-APPLY-DELETE
                   WHEN LA-TRAN-MODIFY
                       PERFORM 2660-APPLY-MODIFY
                   WHEN OTHER
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "ITEM TRANSACTION CODE NOT A, C, D OR M"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF LOAN-IS-VALID
               SET LA-STATUS-APPROVED TO TRUE
               PERFORM 2700-RECORD-DECISION
               ADD 1 TO WS-APPROVE-COUNT
               DISPLAY "APPROVED AND APPLIED - LOAN " LA-LOAN-NUMBER
               MOVE "COMPLETE" TO WS-AUDIT-STATUS
               PERFORM 2900-WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "APPROVE REJECTED - " WS-REJECT-REASON
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED" TO WS-AUDIT-STATUS
               PERFORM 2900-WRITE-AUDIT-RECORD
           END-IF.

      * A decline leaves the master exactly as it is - the reason
      * goes on the item for the maker and the nightly report.
       2300-DECLINE-ITEM.
           MOVE "DECLINE" TO WS-LAST-TRANSACTION
           PERFORM 2500-READ-ITEM
           IF LOAN-IS-VALID
               PERFORM 2520-CHECK-DECIDABLE
           END-IF

           IF LOAN-IS-VALID
               DISPLAY "ENTER DECLINE REASON: "
               ACCEPT WS-DECLINE-REASON
               IF WS-DECLINE-REASON = SPACES
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "DECLINE REASON REQUIRED"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF LOAN-IS-VALID
               SET LA-STATUS-DECLINED TO TRUE
               MOVE WS-DECLINE-REASON TO LA-DECISION-REASON
               PERFORM 2700-RECORD-DECISION
               ADD 1 TO WS-DECLINE-COUNT
               DISPLAY "DECLINED - LOAN " LA-LOAN-NUMBER
               MOVE "COMPLETE" TO WS-AUDIT-STATUS
               PERFORM 2900-WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "DECLINE REJECTED - " WS-REJECT-REASON
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED" TO WS-AUDIT-STATUS
               PERFORM 2900-WRITE-AUDIT-RECORD
           END-IF.

       2400-INQUIRE-ITEM.
           MOVE "INQUIRE" TO WS-LAST-TRANSACTION
           PERFORM 2500-READ-ITEM
           IF LOAN-IS-INVALID
               DISPLAY WS-REJECT-REASON
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               DISPLAY "APPROVAL ITEM = " LA-LOAN-NUMBER
                   "-" LA-SEQUENCE
               DISPLAY "TRANSACTION   = " LA-TRAN-CODE
               DISPLAY "HELD BECAUSE  = " LA-HOLD-REASON
               DISPLAY "KEYED BY      = " LA-MAKER-OPERATOR
                   " (" LA-SOURCE-PROGRAM ")"
               DISPLAY "KEYED ON      = " LA-SUBMIT-DATE
                   " " LA-SUBMIT-TIME
               DISPLAY "RATE BEFORE   = " LA-BEFORE-RATE
               DISPLAY "OWED BEFORE   = " LA-BEFORE-OWED
               DISPLAY "DUE BEFORE    = " LA-BEFORE-DUE-DATE
               DISPLAY "PMT BEFORE    = " LA-BEFORE-PAYMENT
               DISPLAY "CUSTOMER      = " LA-CUSTOMER-NUMBER
               DISPLAY "PRODUCT       = " LA-PRODUCT-CODE
               DISPLAY "PRINCIPAL     = " LA-PRINCIPAL
               DISPLAY "RATE          = " LA-RATE
               DISPLAY "TIME-YEARS    = " LA-TIME-YEARS
               DISPLAY "COMPOUND FREQ = " LA-COMPOUNDING-FREQ
               DISPLAY "NEXT DUE DATE = " LA-NEXT-DUE-DATE
               DISPLAY "SCHED PAYMENT = " LA-SCHEDULED-PAYMENT
               DISPLAY "STMT CYCLE    = " LA-STMT-CYCLE
               IF LA-TRAN-MODIFY
                   DISPLAY "NEW RATE      = " LA-MOD-NEW-RATE
                   DISPLAY "NEW TIME-YRS  = " LA-MOD-NEW-TIME-YEARS
                   DISPLAY "NEW FIRST DUE = " LA-MOD-NEW-DUE-DATE
               END-IF
               DISPLAY "STATUS        = " LA-STATUS
               IF NOT LA-STATUS-PENDING
                   DISPLAY "DECIDED BY    = " LA-CHECKER-OPERATOR
                   DISPLAY "DECIDED ON    = " LA-DECISION-DATE
                       " " LA-DECISION-TIME
               END-IF
               IF LA-STATUS-DECLINED
                   DISPLAY "DECLINED FOR  = " LA-DECISION-REASON
               END-IF
               ADD 1 TO WS-INQUIRY-COUNT
           END-IF.

       2500-READ-ITEM.
           SET LOAN-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           DISPLAY "ENTER LOAN NUMBER: "
           ACCEPT WS-INQUIRY-LOAN
           DISPLAY "ENTER ITEM SEQUENCE: "
           ACCEPT WS-INQUIRY-SEQUENCE
           MOVE WS-INQUIRY-KEY TO LA-ITEM-KEY

           MOVE "N" TO WS-ITEM-FOUND-FLAG
           READ LOAN-APPROVAL-FILE
               KEY IS LA-ITEM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ITEM-RECORD-FOUND TO TRUE
           END-READ

           IF NOT ITEM-RECORD-FOUND
               MOVE WS-INQUIRY-KEY TO LA-ITEM-KEY
               SET LOAN-IS-INVALID TO TRUE
               MOVE "APPROVAL ITEM NOT ON FILE" TO WS-REJECT-REASON
           END-IF.

      * Only a pending item can be decided, and never by the
      * operator who keyed it - that is the whole point of the
      * queue.
       2520-CHECK-DECIDABLE.
           EVALUATE TRUE
               WHEN NOT LA-STATUS-PENDING
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "ITEM IS NOT PENDING" TO WS-REJECT-REASON
               WHEN LA-MAKER-OPERATOR = WS-OPERATOR-ID
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "CHECKER MUST NOT BE THE MAKER"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2550-READ-MASTER.
           MOVE "N" TO WS-MASTER-FOUND-FLAG
           MOVE LA-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               KEY IS LM-LOAN-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-RECORD-FOUND TO TRUE
           END-READ.

       2560-MOVE-ITEM-TO-MASTER.
           MOVE LA-LOAN-NUMBER        TO LM-LOAN-NUMBER
           MOVE LA-CUSTOMER-NUMBER    TO LM-CUSTOMER-NUMBER
           MOVE LA-PRODUCT-CODE       TO LM-PRODUCT-CODE
           MOVE LA-PRINCIPAL          TO LM-PRINCIPAL
           MOVE LA-RATE               TO LM-RATE
           MOVE LA-TIME-YEARS         TO LM-TIME-YEARS
           MOVE LA-COMPOUNDING-FREQ   TO LM-COMPOUNDING-FREQ
           MOVE LA-NEXT-DUE-DATE      TO LM-NEXT-DUE-DATE
           MOVE LA-SCHEDULED-PAYMENT  TO LM-SCHEDULED-PAYMENT
           MOVE LA-STMT-CYCLE         TO LM-STMT-CYCLE.

      * The boarding as LOANMAINT would have written it - balance
      * at the principal advanced, every tracking field clear.
       2600-APPLY-ADD.
           PERFORM 2550-READ-MASTER
           IF MASTER-RECORD-FOUND
               SET LOAN-IS-INVALID TO TRUE
               MOVE "LOAN ALREADY ON FILE" TO WS-REJECT-REASON
           ELSE
               PERFORM 2560-MOVE-ITEM-TO-MASTER
               PERFORM 2800-VALIDATE-LOAN
           END-IF

           IF LOAN-IS-VALID
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
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "WRITE FAILED" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       SET LH-EVENT-BOARDED TO TRUE
                       PERFORM 2950-WRITE-HISTORY-EVENT
               END-WRITE
           END-IF.

      * The held terms go onto the loan as it stands tonight - the
      * position fields the nightly runs have moved since the
      * change was keyed are left exactly as they are. The keyed
      * due date and payment replace the master's, so the master's
      * must still be the ones the maker saw: once a payment has
      * rolled the due date on, the change is refused rather than
      * roll it back.
       2620-APPLY-CHANGE.
           PERFORM 2550-READ-MASTER
           EVALUATE TRUE
               WHEN NOT MASTER-RECORD-FOUND
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "LOAN NOT ON FILE" TO WS-REJECT-REASON
               WHEN LM-NEXT-DUE-DATE NOT = LA-BEFORE-DUE-DATE
                       OR LM-SCHEDULED-PAYMENT NOT = LA-BEFORE-PAYMENT
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "MASTER CHANGED SINCE REQUEST"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2560-MOVE-ITEM-TO-MASTER
                   PERFORM 2800-VALIDATE-LOAN
           END-EVALUATE

           IF LOAN-IS-VALID
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "REWRITE FAILED" TO WS-REJECT-REASON
               END-REWRITE
           END-IF.

      * The same soft delete LOANMAINT makes - closed as of the
      * approval's run date.
       2640-APPLY-DELETE.
           PERFORM 2550-READ-MASTER
           IF NOT MASTER-RECORD-FOUND
               SET LOAN-IS-INVALID TO TRUE
               MOVE "LOAN NOT ON FILE" TO WS-REJECT-REASON
           ELSE
               IF LM-STATUS-CLOSED
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "LOAN ALREADY CLOSED" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF LOAN-IS-VALID
               SET LM-STATUS-CLOSED TO TRUE
               MOVE PC-RUN-DATE TO LM-CLOSED-DATE
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       SET LH-EVENT-CLOSED TO TRUE
                       PERFORM 2950-WRITE-HISTORY-EVENT
               END-REWRITE
           END-IF.

      * The restructure as LOANMAINT would have made it, on the
      * loan as it stands tonight - the accrued interest capitalized
      * is whatever has accrued by approval, not what had accrued
      * when the item was keyed.
       2660-APPLY-MODIFY.
           PERFORM 2550-READ-MASTER
           IF NOT MASTER-RECORD-FOUND
               SET LOAN-IS-INVALID TO TRUE
               MOVE "LOAN NOT ON FILE" TO WS-REJECT-REASON
           ELSE
               PERFORM 2820-VALIDATE-MODIFICATION
           END-IF

           IF LOAN-IS-VALID
               MOVE WS-NEW-BALANCE        TO LM-CURRENT-BALANCE
               MOVE ZERO                  TO LM-ACCRUED-INTEREST
               MOVE LA-MOD-NEW-RATE       TO LM-RATE
               MOVE LA-MOD-NEW-TIME-YEARS TO LM-TIME-YEARS
               MOVE LA-MOD-NEW-DUE-DATE   TO LM-NEXT-DUE-DATE
               MOVE WS-NEW-PAYMENT        TO LM-SCHEDULED-PAYMENT
               SET LM-LOAN-MODIFIED       TO TRUE
               MOVE PC-RUN-DATE           TO LM-MODIFICATION-DATE
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       DISPLAY "NEW CURRENT BAL   = "
                           LM-CURRENT-BALANCE
                       DISPLAY "NEW SCHED PAYMENT = "
                           LM-SCHEDULED-PAYMENT
                       SET LH-EVENT-MODIFIED TO TRUE
                       PERFORM 2950-WRITE-HISTORY-EVENT
                       IF WS-CAPITALIZED-AMOUNT > ZERO
                           PERFORM 2680-WRITE-GL-POSTING-PAIR
                       END-IF
               END-REWRITE
           END-IF.

      * One balanced pair per modification - debit loans, credit
      * interest receivable, for the interest capitalized.
       2680-WRITE-GL-POSTING-PAIR.
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

       2700-RECORD-DECISION.
           MOVE WS-OPERATOR-ID TO LA-CHECKER-OPERATOR
           MOVE PC-RUN-DATE TO LA-DECISION-DATE
           ACCEPT LA-DECISION-TIME FROM TIME
           REWRITE LOAN-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "APPROVAL ITEM REWRITE FAILED - STATUS="
                       WS-APPROVAL-FILE-STATUS
           END-REWRITE.

      * Same edit checks 2050-VALIDATE-LOAN applies in LOANMAINT,
      * run again at approval against the masters as they stand
      * now - a customer closed or a product retired while the
      * item waited fails here.
       2800-VALIDATE-LOAN.
           SET LOAN-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2860-CHECK-CUSTOMER-MASTER

           IF LOAN-IS-VALID
               PERFORM 2870-CHECK-PRODUCT-MASTER
           END-IF

           IF LOAN-IS-VALID
                   AND LM-PRINCIPAL NOT GREATER THAN ZERO
               SET LOAN-IS-INVALID TO TRUE
               MOVE "PRINCIPAL MUST BE GREATER THAN ZERO"
                   TO WS-REJECT-REASON
           END-IF

           IF LOAN-IS-VALID
               IF LM-RATE NOT GREATER THAN ZERO
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "RATE MUST BE GREATER THAN ZERO"
                       TO WS-REJECT-REASON
               ELSE
                   IF LM-RATE < PD-RATE-FLOOR
                           OR LM-RATE > PD-RATE-CEILING
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "RATE OUTSIDE PRODUCT RATE BAND"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF LOAN-IS-VALID
               IF LM-TIME-YEARS NOT GREATER THAN ZERO
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "TIME-YEARS MUST BE GREATER THAN ZERO"
                       TO WS-REJECT-REASON
               ELSE
                   IF LM-TIME-YEARS > PD-MAX-TERM-YEARS
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "TIME-YEARS EXCEEDS PRODUCT MAXIMUM"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF LOAN-IS-VALID
               IF LM-COMPOUNDING-FREQ > 4
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "COMPOUNDING FREQ MUST BE 0 THRU 4"
                       TO WS-REJECT-REASON
               ELSE
                   IF PD-FREQ-ALLOWED (LM-COMPOUNDING-FREQ + 1)
                           NOT = "Y"
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "FREQUENCY NOT ALLOWED FOR PRODUCT"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF LOAN-IS-VALID
               IF LM-STMT-CYCLE < 1 OR LM-STMT-CYCLE > 28
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "STATEMENT CYCLE MUST BE 01 THRU 28"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF LOAN-IS-VALID
               IF LM-NEXT-DUE-DATE NOT = ZERO
                   MOVE LM-NEXT-DUE-DATE TO DK-DATE
                   CALL "DATECALC" USING DATE-CALC-REQUEST
                   IF DK-DATE-INVALID
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "NEXT DUE DATE IS NOT A VALID DATE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      * Same edits 2550-VALIDATE-MODIFICATION applies in LOANMAINT,
      * run again at approval - the loan must still be active, the
      * new rate inside its product's band, the new term inside the
      * product's maximum and the new first due date a real date
      * after tonight's run date.
       2820-VALIDATE-MODIFICATION.
           SET LOAN-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT LM-STATUS-ACTIVE
               SET LOAN-IS-INVALID TO TRUE
               MOVE "ONLY AN ACTIVE LOAN CAN BE MODIFIED"
                   TO WS-REJECT-REASON
           END-IF

           IF LOAN-IS-VALID
               PERFORM 2870-CHECK-PRODUCT-MASTER
           END-IF

           IF LOAN-IS-VALID
               IF LA-MOD-NEW-RATE NOT GREATER THAN ZERO
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "RATE MUST BE GREATER THAN ZERO"
                       TO WS-REJECT-REASON
               ELSE
                   IF LA-MOD-NEW-RATE < PD-RATE-FLOOR
                           OR LA-MOD-NEW-RATE > PD-RATE-CEILING
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "RATE OUTSIDE PRODUCT RATE BAND"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF LOAN-IS-VALID
               IF LA-MOD-NEW-TIME-YEARS NOT GREATER THAN ZERO
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "TIME-YEARS MUST BE GREATER THAN ZERO"
                       TO WS-REJECT-REASON
               ELSE
                   IF LA-MOD-NEW-TIME-YEARS > PD-MAX-TERM-YEARS
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "TIME-YEARS EXCEEDS PRODUCT MAXIMUM"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF LOAN-IS-VALID
               IF LA-MOD-NEW-DUE-DATE NOT > PC-RUN-DATE
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "NEW DUE DATE MUST BE AFTER RUN DATE"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE LA-MOD-NEW-DUE-DATE TO DK-DATE
                   CALL "DATECALC" USING DATE-CALC-REQUEST
                   IF DK-DATE-INVALID
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "NEW DUE DATE IS NOT A VALID DATE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF LOAN-IS-VALID
               PERFORM 2830-COMPUTE-NEW-POSITION
           END-IF

           IF LOAN-IS-VALID
                   AND WS-CAPITALIZED-AMOUNT > ZERO
               PERFORM 2840-LOOKUP-GL-ACCOUNTS
           END-IF.

      * balance x r / (1 - (1 + r) ** -n), r the monthly rate and
      * n the months in the new term - as LOANMAINT works it.
       2830-COMPUTE-NEW-POSITION.
           MOVE LM-CURRENT-BALANCE  TO WS-BALANCE-BEFORE
           MOVE LM-ACCRUED-INTEREST TO WS-CAPITALIZED-AMOUNT
           COMPUTE WS-NEW-BALANCE =
               LM-CURRENT-BALANCE + LM-ACCRUED-INTEREST
           COMPUTE WS-PAYMENT-PERIODS ROUNDED =
               LA-MOD-NEW-TIME-YEARS * 12

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
                       LA-MOD-NEW-RATE / 1200
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
       2840-LOOKUP-GL-ACCOUNTS.
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

       2860-CHECK-CUSTOMER-MASTER.
           MOVE "N" TO WS-CUSTOMER-FOUND-FLAG
           IF WS-CUSTOMER-FILE-STATUS NOT = "35"
               MOVE LM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER-FILE
                   KEY IS CM-CUSTOMER-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUSTOMER-RECORD-FOUND TO TRUE
               END-READ
           END-IF

           IF NOT CUSTOMER-RECORD-FOUND
               SET LOAN-IS-INVALID TO TRUE
               MOVE "CUSTOMER NOT ON CUSTOMER MASTER"
                   TO WS-REJECT-REASON
           ELSE
               IF NOT CM-STATUS-ACTIVE
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "CUSTOMER CLOSED ON CUSTOMER MASTER"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2870-CHECK-PRODUCT-MASTER.
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
           END-IF

           IF NOT PRODUCT-RECORD-FOUND
               SET LOAN-IS-INVALID TO TRUE
               MOVE "PRODUCT NOT ON PRODUCT MASTER"
                   TO WS-REJECT-REASON
           ELSE
               IF NOT PD-STATUS-ACTIVE
                   SET LOAN-IS-INVALID TO TRUE
                   MOVE "PRODUCT RETIRED ON PRODUCT MASTER"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      * The checker is the operator on the record; the maker rides
      * in the description beside it, so the trail names both.
       2900-WRITE-AUDIT-RECORD.
           MOVE "LOANAPRV"           TO AL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID       TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "TRAN=" WS-LAST-TRANSACTION " LOAN=" LA-LOAN-NUMBER
               " SEQ=" LA-SEQUENCE
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           IF WS-AUDIT-STATUS NOT = "COMPLETE"
               STRING "REASON=" WS-REJECT-REASON
                   DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
           ELSE
               STRING "MAKER=" LA-MAKER-OPERATOR
                   " CHECKER=" WS-OPERATOR-ID
                   " TRAN=" LA-TRAN-CODE
                   DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
           END-IF

           MOVE WS-AUDIT-STATUS TO AL-COMPLETION-STATUS

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      * One loan-history event per approved ADD, DELETE or MODIFY -
      * a boarding carries the principal advanced, a close carries
      * no amounts, a modification carries the balance before, the
      * interest it capitalized and the new rate; the position after
      * is the master's as written.
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

      * A session that reclassed anything closes its GLMOD lines
      * with a trailer, so each session's lines prove on their own.
       3000-FINALIZE.
           IF WS-POSTING-LINE-COUNT > ZERO
               MOVE WS-POSTING-LINE-COUNT TO PT-LINE-COUNT
               MOVE WS-POSTING-HASH-TOTAL TO PT-HASH-TOTAL
               WRITE GL-POSTING-RECORD FROM WS-POSTING-TRAILER
           END-IF
           CLOSE GL-POSTING-FILE
           CLOSE LOAN-APPROVAL-FILE
           CLOSE LOAN-MASTER-FILE
           IF WS-CUSTOMER-FILE-STATUS NOT = "35"
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF WS-PRODUCT-FILE-STATUS NOT = "35"
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           DISPLAY "APPROVED=" WS-APPROVE-COUNT
           DISPLAY "DECLINED=" WS-DECLINE-COUNT
           DISPLAY "INQUIRIES=" WS-INQUIRY-COUNT
           DISPLAY "REJECTS=" WS-REJECT-COUNT.
