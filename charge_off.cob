       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGOFF.

      * Modification history:
      * New program - nightly loan charge-off. Reads the list of
      * loans collections has approved for charge-off (loan number,
      * approval date, approving officer, reason) and, for each,
      * writes the loan off the book: the current balance, accrued
      * interest and fees due are captured as the amount charged
      * off, the three positions are zeroed, and the loan is put in
      * charged-off (non-accrual) status with the run date as its
      * charge-off date. LOANEXTR, SIMPLEINTEREST and BILLNOTC pass
      * over a charged-off loan from then on; money later received
      * on it posts through PAYMTPOST as a recovery.
      * Each charge-off writes a charge-off event on the loan
      * history, GL write-off lines in the GLPAY format with the
      * same line-count/hash-total trailer (principal debited to
      * the allowance for loan losses against loans receivable,
      * accrued interest reversed out of interest income against
      * interest receivable, fees reversed out of late-fee income
      * against fees receivable), a line on the charge-off register
      * and an audit record naming the approving officer. A loan
      * not on file, already charged off, closed, or listed without
      * an approving officer goes to the exception report instead.
      * The run's totals are appended to PAYCTL as a charge-off
      * control record under the batch number, so the LOANPROOF
      * roll-forward takes them out of the expected positions.
      * Checks in with RUNCTL and ends with a graded RETURN-CODE
      * (0 clean, 4 exceptions, 8 nothing charged off) for the
      * NIGHTLY COND gating.
      * The write-off pairs now post to the accounts the GL account
      * map holds for the loan's product (types CP, CI and CF,
      * through the shared GLACCT lookup) instead of fixed
      * accounts. A loan whose product is not mapped for all three
      * is refused to the exception report with its own reason and
      * the master is left untouched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-OFF-LIST-FILE ASSIGN TO "CHGOLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT CHARGE-OFF-REGISTER-FILE ASSIGN TO "CHGOREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHARGE-OFF-EXCEPTION-FILE ASSIGN TO "CHGOEXC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-POSTING-FILE ASSIGN TO "GLCHGO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENT-CONTROL-FILE ASSIGN TO "PAYCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-OFF-LIST-FILE.
       01  CHARGE-OFF-LIST-RECORD.
           05  CO-LOAN-NUMBER          PIC 9(6).
           05  CO-APPROVAL-DATE        PIC 9(8).
           05  CO-APPROVED-BY          PIC X(8).
           05  CO-REASON               PIC X(20).

       FD  LOAN-MASTER-FILE.
           COPY "loan_master_record.cpy".

       FD  CHARGE-OFF-REGISTER-FILE.
       01  CHARGE-OFF-REGISTER-RECORD  PIC X(100).

       FD  CHARGE-OFF-EXCEPTION-FILE.
       01  CHARGE-OFF-EXCEPTION-RECORD PIC X(100).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD           PIC X(35).

       FD  PAYMENT-CONTROL-FILE.
           COPY "payment_control.cpy".

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "run_control_record.cpy".
           COPY "loan_history_record.cpy".
           COPY "gl_account_request.cpy".

       01  WS-LIST-FILE-STATUS         PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-PAY-CONTROL-STATUS       PIC XX.

       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  END-OF-LIST-FILE            VALUE "Y".

       01  WS-FOUND-FLAG               PIC X VALUE "N".
           88  MASTER-RECORD-FOUND         VALUE "Y".

       01  WS-VALID-FLAG               PIC X VALUE "Y".
           88  CHARGE-OFF-IS-VALID         VALUE "Y".
           88  CHARGE-OFF-IS-INVALID       VALUE "N".

       01  WS-REJECT-REASON            PIC X(40).

       01  WS-PRINCIPAL-PORTION        PIC 9(7)V99.
       01  WS-INTEREST-PORTION         PIC 9(9)V99.
       01  WS-FEE-PORTION              PIC 9(7)V99.
       01  WS-WRITE-OFF-AMOUNT         PIC 9(9)V99.

       01  WS-LIST-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-CHARGED-OFF-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-WRITE-OFF-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-PRINCIPAL-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-INTEREST-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  WS-FEE-TOTAL                PIC 9(11)V99 VALUE ZERO.

      * GL posting interface lines - the GLPAY format. Each portion
      * written off is its own balanced pair, so a loan with no
      * accrued interest or no fees due carries no zero lines.
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

      * The write-off accounts mapped for this loan's product,
      * picked up in 2150-LOOKUP-GL-ACCOUNTS.
       01  WS-GL-ACCOUNTS.
           05  WS-ALLOWANCE-ACCOUNT        PIC X(8).
           05  WS-LOANS-ACCOUNT            PIC X(8).
           05  WS-INTEREST-INCOME-ACCOUNT  PIC X(8).
           05  WS-RECEIVABLE-ACCOUNT       PIC X(8).
           05  WS-FEE-INCOME-ACCOUNT       PIC X(8).
           05  WS-FEES-ACCOUNT             PIC X(8).
       01  WS-DEBIT-ACCOUNT            PIC X(8).
       01  WS-CREDIT-ACCOUNT           PIC X(8).
       01  WS-POSTING-AMOUNT           PIC 9(11)V99.
       01  WS-POSTING-LINE-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-POSTING-HASH-TOTAL       PIC 9(13)V99 VALUE ZERO.

       01  WS-REGISTER-HEADING.
           05  FILLER                  PIC X(26) VALUE
               "LOAN CHARGE-OFF REGISTER".
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  RH-RUN-DATE             PIC 9(8).

       01  WS-REGISTER-LINE.
           05  RL-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-APPROVED-BY          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-PRINCIPAL-PORTION    PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-INTEREST-PORTION     PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-FEE-PORTION          PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-WRITE-OFF-AMOUNT     PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-REASON               PIC X(20).

       01  WS-EXCEPTION-LINE.
           05  EL-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  EL-APPROVED-BY          PIC X(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  EL-REASON               PIC X(40).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(7) VALUE "LISTED=".
           05  TL-LIST-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               " CHARGED OFF=".
           05  TL-CHARGED-OFF-COUNT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE " EXCEPTIONS=".
           05  TL-EXCEPTION-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(17) VALUE
               " WRITE-OFF TOTAL=".
           05  TL-WRITE-OFF-TOTAL      PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CHARGE-OFF UNTIL END-OF-LIST-FILE
           PERFORM 3000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * A missing approval list is the soft FILE STATUS "35" case -
      * most nights collections approves nothing.
       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD

           SET RK-FUNCTION-START TO TRUE
           MOVE PC-BATCH-NUMBER TO RK-BATCH-NUMBER
           MOVE "CHGOFF" TO RK-STEP-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RK-RUN-REFUSED
               DISPLAY "BATCH " PC-BATCH-NUMBER
                   " STEP CHGOFF ALREADY COMPLETE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O LOAN-MASTER-FILE
           OPEN OUTPUT CHARGE-OFF-REGISTER-FILE
           OPEN OUTPUT CHARGE-OFF-EXCEPTION-FILE
           OPEN OUTPUT GL-POSTING-FILE

           MOVE PC-RUN-DATE TO RH-RUN-DATE
           WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REGISTER-HEADING

           OPEN INPUT CHARGE-OFF-LIST-FILE
           IF WS-LIST-FILE-STATUS = "35"
               SET END-OF-LIST-FILE TO TRUE
           ELSE
               READ CHARGE-OFF-LIST-FILE
                   AT END SET END-OF-LIST-FILE TO TRUE
               END-READ
           END-IF.

       2000-PROCESS-CHARGE-OFF.
           ADD 1 TO WS-LIST-COUNT

           PERFORM 2100-VALIDATE-CHARGE-OFF

           IF CHARGE-OFF-IS-VALID
               PERFORM 2200-CHARGE-OFF-LOAN
           ELSE
               PERFORM 2300-WRITE-EXCEPTION-LINE
           END-IF

           PERFORM 2900-WRITE-AUDIT-RECORD

           READ CHARGE-OFF-LIST-FILE
               AT END SET END-OF-LIST-FILE TO TRUE
           END-READ.

      * Only a loan still on the book, with a named approving
      * officer, is written off - a closed loan owes nothing and a
      * charged-off loan has nothing left to write off.
       2100-VALIDATE-CHARGE-OFF.
           SET CHARGE-OFF-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF CO-APPROVED-BY = SPACES
               SET CHARGE-OFF-IS-INVALID TO TRUE
               MOVE "COLLECTIONS APPROVAL MISSING"
                   TO WS-REJECT-REASON
           END-IF

           IF CHARGE-OFF-IS-VALID
               MOVE "N" TO WS-FOUND-FLAG
               MOVE CO-LOAN-NUMBER TO LM-LOAN-NUMBER
               READ LOAN-MASTER-FILE
                   KEY IS LM-LOAN-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MASTER-RECORD-FOUND TO TRUE
               END-READ
               IF NOT MASTER-RECORD-FOUND
                   SET CHARGE-OFF-IS-INVALID TO TRUE
                   MOVE "LOAN NOT ON MASTER FILE" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF CHARGE-OFF-IS-VALID
               EVALUATE TRUE
                   WHEN LM-STATUS-CHARGED-OFF
                       SET CHARGE-OFF-IS-INVALID TO TRUE
                       MOVE "LOAN ALREADY CHARGED OFF"
                           TO WS-REJECT-REASON
                   WHEN NOT LM-STATUS-ACTIVE
                       SET CHARGE-OFF-IS-INVALID TO TRUE
                       MOVE "LOAN CLOSED ON MASTER FILE"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF CHARGE-OFF-IS-VALID
               PERFORM 2150-LOOKUP-GL-ACCOUNTS
           END-IF.

      * All three write-off mappings must be in place before the
      * master is touched - a loan is never half charged off.
       2150-LOOKUP-GL-ACCOUNTS.
           MOVE SPACES TO WS-GL-ACCOUNTS
           MOVE LM-PRODUCT-CODE TO GA-PRODUCT-CODE

           SET GA-TYPE-CHGOFF-PRINCIPAL TO TRUE
           CALL "GLACCT" USING GL-ACCOUNT-REQUEST
           IF GA-MAPPING-FOUND
               MOVE GA-DEBIT-ACCOUNT  TO WS-ALLOWANCE-ACCOUNT
               MOVE GA-CREDIT-ACCOUNT TO WS-LOANS-ACCOUNT
           ELSE
               SET CHARGE-OFF-IS-INVALID TO TRUE
           END-IF

           SET GA-TYPE-CHGOFF-INTEREST TO TRUE
           CALL "GLACCT" USING GL-ACCOUNT-REQUEST
           IF GA-MAPPING-FOUND
               MOVE GA-DEBIT-ACCOUNT  TO WS-INTEREST-INCOME-ACCOUNT
               MOVE GA-CREDIT-ACCOUNT TO WS-RECEIVABLE-ACCOUNT
           ELSE
               SET CHARGE-OFF-IS-INVALID TO TRUE
           END-IF

           SET GA-TYPE-CHGOFF-FEE TO TRUE
           CALL "GLACCT" USING GL-ACCOUNT-REQUEST
           IF GA-MAPPING-FOUND
               MOVE GA-DEBIT-ACCOUNT  TO WS-FEE-INCOME-ACCOUNT
               MOVE GA-CREDIT-ACCOUNT TO WS-FEES-ACCOUNT
           ELSE
               SET CHARGE-OFF-IS-INVALID TO TRUE
           END-IF

           IF CHARGE-OFF-IS-INVALID
               MOVE "NO GL WRITE-OFF MAPPING FOR PRODUCT"
                   TO WS-REJECT-REASON
           END-IF.

       2200-CHARGE-OFF-LOAN.
           MOVE LM-CURRENT-BALANCE  TO WS-PRINCIPAL-PORTION
           MOVE LM-ACCRUED-INTEREST TO WS-INTEREST-PORTION
           MOVE LM-FEES-DUE         TO WS-FEE-PORTION
           COMPUTE WS-WRITE-OFF-AMOUNT =
               WS-PRINCIPAL-PORTION + WS-INTEREST-PORTION
               + WS-FEE-PORTION

           MOVE ZERO TO LM-CURRENT-BALANCE
           MOVE ZERO TO LM-ACCRUED-INTEREST
           MOVE ZERO TO LM-FEES-DUE
           MOVE WS-WRITE-OFF-AMOUNT TO LM-CHARGED-OFF-AMOUNT
           MOVE ZERO TO LM-RECOVERED-AMOUNT
           MOVE PC-RUN-DATE TO LM-CHARGE-OFF-DATE
           SET LM-STATUS-CHARGED-OFF TO TRUE

           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   SET CHARGE-OFF-IS-INVALID TO TRUE
                   MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
                   PERFORM 2300-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-CHARGED-OFF-COUNT
                   ADD WS-WRITE-OFF-AMOUNT  TO WS-WRITE-OFF-TOTAL
                   ADD WS-PRINCIPAL-PORTION TO WS-PRINCIPAL-TOTAL
                   ADD WS-INTEREST-PORTION  TO WS-INTEREST-TOTAL
                   ADD WS-FEE-PORTION       TO WS-FEE-TOTAL
                   PERFORM 2250-WRITE-REGISTER-LINE
                   PERFORM 2600-WRITE-GL-WRITE-OFF
                   PERFORM 2950-WRITE-HISTORY-EVENT
           END-REWRITE.

       2250-WRITE-REGISTER-LINE.
           MOVE LM-LOAN-NUMBER       TO RL-LOAN-NUMBER
           MOVE CO-APPROVED-BY       TO RL-APPROVED-BY
           MOVE WS-PRINCIPAL-PORTION TO RL-PRINCIPAL-PORTION
           MOVE WS-INTEREST-PORTION  TO RL-INTEREST-PORTION
           MOVE WS-FEE-PORTION       TO RL-FEE-PORTION
           MOVE WS-WRITE-OFF-AMOUNT  TO RL-WRITE-OFF-AMOUNT
           MOVE CO-REASON            TO RL-REASON
           WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REGISTER-LINE.

       2300-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE CO-LOAN-NUMBER   TO EL-LOAN-NUMBER
           MOVE CO-APPROVED-BY   TO EL-APPROVED-BY
           MOVE WS-REJECT-REASON TO EL-REASON
           WRITE CHARGE-OFF-EXCEPTION-RECORD FROM WS-EXCEPTION-LINE.

      * Principal against the allowance for loan losses; interest
      * and fees never collected come back out of the income they
      * were booked to.
       2600-WRITE-GL-WRITE-OFF.
           IF WS-PRINCIPAL-PORTION > ZERO
               MOVE WS-ALLOWANCE-ACCOUNT  TO WS-DEBIT-ACCOUNT
               MOVE WS-LOANS-ACCOUNT      TO WS-CREDIT-ACCOUNT
               MOVE WS-PRINCIPAL-PORTION  TO WS-POSTING-AMOUNT
               PERFORM 2650-WRITE-GL-POSTING-PAIR
           END-IF

           IF WS-INTEREST-PORTION > ZERO
               MOVE WS-INTEREST-INCOME-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-RECEIVABLE-ACCOUNT TO WS-CREDIT-ACCOUNT
               MOVE WS-INTEREST-PORTION   TO WS-POSTING-AMOUNT
               PERFORM 2650-WRITE-GL-POSTING-PAIR
           END-IF

           IF WS-FEE-PORTION > ZERO
               MOVE WS-FEE-INCOME-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-FEES-ACCOUNT       TO WS-CREDIT-ACCOUNT
               MOVE WS-FEE-PORTION        TO WS-POSTING-AMOUNT
               PERFORM 2650-WRITE-GL-POSTING-PAIR
           END-IF.

       2650-WRITE-GL-POSTING-PAIR.
           SET POSTING-DEBIT TO TRUE
           MOVE WS-DEBIT-ACCOUNT      TO PL-ACCOUNT-NUMBER
           MOVE PC-BATCH-NUMBER       TO PL-BATCH-NUMBER
           MOVE LM-LOAN-NUMBER        TO PL-LOAN-NUMBER
           MOVE WS-POSTING-AMOUNT     TO PL-AMOUNT
           WRITE GL-POSTING-RECORD FROM WS-POSTING-LINE

           SET POSTING-CREDIT TO TRUE
           MOVE WS-CREDIT-ACCOUNT     TO PL-ACCOUNT-NUMBER
           WRITE GL-POSTING-RECORD FROM WS-POSTING-LINE

           ADD 2 TO WS-POSTING-LINE-COUNT
           ADD WS-POSTING-AMOUNT TO WS-POSTING-HASH-TOTAL
           ADD WS-POSTING-AMOUNT TO WS-POSTING-HASH-TOTAL.

      * Every listed loan is audited, written off or not, with the
      * approving officer on the input side.
       2900-WRITE-AUDIT-RECORD.
           MOVE "CHGOFF"             TO AL-PROGRAM-NAME
           MOVE "NIGHTLY"            TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "LOAN=" CO-LOAN-NUMBER " APPROVED BY "
               CO-APPROVED-BY " ON " CO-APPROVAL-DATE
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           IF CHARGE-OFF-IS-VALID
               STRING "CHARGED OFF=" WS-WRITE-OFF-AMOUNT
                   DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
               MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           ELSE
               STRING "REASON=" WS-REJECT-REASON
                   DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
               MOVE "REJECTED" TO AL-COMPLETION-STATUS
           END-IF

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      * One charge-off event per loan, carrying the portions written
      * off and the master's position as just rewritten - all zero.
       2950-WRITE-HISTORY-EVENT.
           MOVE LM-LOAN-NUMBER       TO LH-LOAN-NUMBER
           MOVE PC-RUN-DATE          TO LH-EVENT-DATE
           SET LH-EVENT-CHARGE-OFF   TO TRUE
           MOVE PC-BATCH-NUMBER      TO LH-BATCH-NUMBER
           MOVE WS-INTEREST-PORTION  TO LH-INTEREST-AMOUNT
           MOVE WS-PRINCIPAL-PORTION TO LH-PRINCIPAL-AMOUNT
           MOVE ZERO                 TO LH-NEW-RATE
           MOVE LM-CURRENT-BALANCE   TO LH-BALANCE-AFTER
           MOVE LM-ACCRUED-INTEREST  TO LH-ACCRUED-AFTER
           MOVE WS-FEE-PORTION       TO LH-FEE-AMOUNT
           MOVE LM-FEES-DUE          TO LH-FEES-AFTER
           CALL "LOANHIST" USING LOAN-HISTORY-RECORD.

       3000-FINALIZE.
           MOVE WS-LIST-COUNT        TO TL-LIST-COUNT
           MOVE WS-CHARGED-OFF-COUNT TO TL-CHARGED-OFF-COUNT
           MOVE WS-EXCEPTION-COUNT   TO TL-EXCEPTION-COUNT
           MOVE WS-WRITE-OFF-TOTAL   TO TL-WRITE-OFF-TOTAL
           WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-TOTAL-LINE

           MOVE WS-POSTING-LINE-COUNT TO PT-LINE-COUNT
           MOVE WS-POSTING-HASH-TOTAL TO PT-HASH-TOTAL
           WRITE GL-POSTING-RECORD FROM WS-POSTING-TRAILER

           PERFORM 3080-WRITE-PAYMENT-CONTROL

           IF WS-LIST-FILE-STATUS NOT = "35"
               CLOSE CHARGE-OFF-LIST-FILE
           END-IF
           CLOSE LOAN-MASTER-FILE
           CLOSE CHARGE-OFF-REGISTER-FILE
           CLOSE CHARGE-OFF-EXCEPTION-FILE
           CLOSE GL-POSTING-FILE

           SET RK-FUNCTION-END TO TRUE
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.

      * A charge-off control record under the run's batch number -
      * LOANPROOF takes these totals out of the roll-forward.
       3080-WRITE-PAYMENT-CONTROL.
           OPEN EXTEND PAYMENT-CONTROL-FILE
           IF WS-PAY-CONTROL-STATUS = "35"
               OPEN OUTPUT PAYMENT-CONTROL-FILE
           END-IF

           MOVE PC-BATCH-NUMBER      TO PB-BATCH-NUMBER
           MOVE WS-INTEREST-TOTAL    TO PB-INTEREST-TOTAL
           MOVE WS-PRINCIPAL-TOTAL   TO PB-PRINCIPAL-TOTAL
           MOVE WS-CHARGED-OFF-COUNT TO PB-POSTED-COUNT
           SET PB-TYPE-CHARGE-OFF    TO TRUE
           MOVE WS-FEE-TOTAL         TO PB-FEE-TOTAL
           MOVE ZERO                 TO PB-RECOVERY-TOTAL
           WRITE PAYMENT-CONTROL-RECORD

           CLOSE PAYMENT-CONTROL-FILE.

      * Graded completion code for the NIGHTLY COND gating:
      * 0 = every listed loan charged off, 4 = exceptions on
      * CHGOEXC, 8 = loans were listed but none could be charged
      * off. A night with no approval list is a clean night.
       9000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-LIST-COUNT = ZERO
                   MOVE 0 TO RETURN-CODE
               WHEN WS-CHARGED-OFF-COUNT = ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
