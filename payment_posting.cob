      * own close event on the loan history.
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * The PAYCTL control record is now stamped as a posting
      * record, so LOANPROOF can tell it from the reversal record
      * the PAYRTRN returned-payment run appends under the same
      * batch number.
      * The split is now a waterfall - late charges assessed by
      * LATECHG (LM-FEES-DUE) are settled first, then accrued
      * interest, then principal. The fee portion is credited to
      * fees receivable on GLPAY, shows on the register, writes its
      * own fees-collected event on the loan history ahead of the
      * payment event, and is carried on PAYCTL as the run's fee
      * total. A payment only rolls the due date when what is left
      * after the fees covers the scheduled payment, and a payoff
      * must clear the fees too.
      * Money received on a charged-off loan now posts as a
      * recovery instead of being rejected as paid to a loan that
      * is not active: the loan's positions do not move, the amount
      * is added to LM-RECOVERED-AMOUNT (and may not take it past
      * the amount charged off), GLPAY carries a debit to cash and
      * a credit to the recovery account, the loan history gets a
      * recovery event, and the run's recovery total is carried on
      * PAYCTL apart from the interest and principal splits.
      * GLPAY accounts now come from the GL account map for the
      * loan's product (through the shared GLACCT lookup) instead of
      * fixed cash, receivable and income accounts: the fee,
      * interest and principal portions (types PF, PI, PP) and a
      * recovery (type RC) each post as their own balanced debit/
      * credit pair to the accounts mapped for that portion. A
      * payment to a product that is not mapped for every type it
      * could touch is rejected to the exception report with its
      * own reason - never posted to a default account. The line
      * count grows but the hash total is unchanged, still twice
      * the run's posted total.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "run_control_record.cpy".
           COPY "loan_history_record.cpy".
           COPY "date_calc.cpy".
           COPY "gl_account_request.cpy".

       01  WS-PAYMENT-FILE-STATUS      PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-PAID-OFF-FLAG            PIC X VALUE "N".
           88  LOAN-PAID-OFF               VALUE "Y".

       01  WS-RECOVERY-FLAG            PIC X VALUE "N".
           88  PAYMENT-IS-RECOVERY         VALUE "Y".

       01  WS-REJECT-REASON            PIC X(40).

       01  WS-PAYOFF-DUE               PIC 9(10)V99.
       01  WS-RECOVERY-ROOM            PIC 9(9)V99.

       01  WS-DUE-DATE.
           05  WS-DUE-YEAR             PIC 9(4).
           05  WS-DUE-MONTH            PIC 9(2).
           05  WS-DUE-DAY              PIC 9(2).
       01  WS-FEE-PORTION              PIC 9(7)V99.
       01  WS-AFTER-FEES               PIC 9(7)V99.
       01  WS-INTEREST-PORTION         PIC 9(7)V99.
       01  WS-PRINCIPAL-PORTION        PIC 9(7)V99.

       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-CLOSED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-POSTED-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-FEE-TOTAL                PIC 9(11)V99 VALUE ZERO.
       01  WS-INTEREST-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  WS-PRINCIPAL-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-RECOVERY-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-RECOVERY-TOTAL           PIC 9(11)V99 VALUE ZERO.

      * GL posting interface lines - the same fixed format the GL
      * intake takes from SIMPLEINTEREST: record type D/C/T, GL
      * account, batch, loan, amount. Each nonzero portion of the
      * split posts as one debit/credit pair of the same amount, so
      * every posted payment lands in balance by construction.
       01  WS-POSTING-LINE.
           05  PL-RECORD-TYPE          PIC X(1).
               88  POSTING-DEBIT           VALUE "D".
           05  PT-HASH-TOTAL           PIC 9(13)V99.
           05  FILLER                  PIC X(12) VALUE SPACES.

      * The accounts mapped for this loan's product, picked up in
      * 2150-LOOKUP-GL-ACCOUNTS - one debit/credit pair per portion.
       01  WS-GL-ACCOUNTS.
           05  WS-FEE-DEBIT-ACCOUNT        PIC X(8).
           05  WS-FEE-CREDIT-ACCOUNT       PIC X(8).
           05  WS-INTEREST-DEBIT-ACCOUNT   PIC X(8).
           05  WS-INTEREST-CREDIT-ACCOUNT  PIC X(8).
           05  WS-PRINCIPAL-DEBIT-ACCOUNT  PIC X(8).
           05  WS-PRINCIPAL-CREDIT-ACCOUNT PIC X(8).
           05  WS-RECOVERY-DEBIT-ACCOUNT   PIC X(8).
           05  WS-RECOVERY-CREDIT-ACCOUNT  PIC X(8).
       01  WS-DEBIT-ACCOUNT            PIC X(8).
       01  WS-CREDIT-ACCOUNT           PIC X(8).
       01  WS-POSTING-AMOUNT           PIC 9(11)V99.
       01  WS-POSTING-LINE-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-POSTING-HASH-TOTAL       PIC 9(13)V99 VALUE ZERO.


       01  WS-REGISTER-LINE.
           05  RL-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-PAYMENT-DATE         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-AMOUNT               PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-FEE-PORTION          PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-INTEREST-PORTION     PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-PRINCIPAL-PORTION    PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-NEW-BALANCE          PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-DISPOSITION          PIC X(17).
           PERFORM 2100-VALIDATE-PAYMENT

           IF PAYMENT-IS-VALID
               IF PAYMENT-IS-RECOVERY
                   PERFORM 2400-POST-RECOVERY
               ELSE
                   PERFORM 2200-POST-PAYMENT
               END-IF
           ELSE
               PERFORM 2300-WRITE-EXCEPTION-LINE
           END-IF

       2100-VALIDATE-PAYMENT.
           SET PAYMENT-IS-VALID TO TRUE
           MOVE "N" TO WS-RECOVERY-FLAG
           MOVE SPACES TO WS-REJECT-REASON

           MOVE "N" TO WS-FOUND-FLAG
               MOVE "LOAN NOT ON MASTER FILE" TO WS-REJECT-REASON
           END-IF

      * A charged-off loan takes money as a recovery; only a loan
      * closed in the ordinary way rejects it.
           IF PAYMENT-IS-VALID
               IF LM-STATUS-CHARGED-OFF
                   SET PAYMENT-IS-RECOVERY TO TRUE
               ELSE
                   IF NOT LM-STATUS-ACTIVE
                       SET PAYMENT-IS-INVALID TO TRUE
                       MOVE "LOAN CLOSED ON MASTER FILE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

               END-IF
           END-IF

           IF PAYMENT-IS-VALID AND PAYMENT-IS-RECOVERY
               COMPUTE WS-RECOVERY-ROOM =
                   LM-CHARGED-OFF-AMOUNT - LM-RECOVERED-AMOUNT
               IF PY-AMOUNT > WS-RECOVERY-ROOM
                   SET PAYMENT-IS-INVALID TO TRUE
                   MOVE "RECOVERY EXCEEDS AMOUNT CHARGED OFF"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF PAYMENT-IS-VALID AND NOT PAYMENT-IS-RECOVERY
               COMPUTE WS-PAYOFF-DUE =
                   LM-FEES-DUE + LM-ACCRUED-INTEREST
                   + LM-CURRENT-BALANCE
               IF PY-AMOUNT > WS-PAYOFF-DUE
                   SET PAYMENT-IS-INVALID TO TRUE
                   MOVE "PAYMENT EXCEEDS BALANCE, INTEREST, FEES"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF PAYMENT-IS-VALID
               PERFORM 2150-LOOKUP-GL-ACCOUNTS
           END-IF.

      * Every account a posting could touch must be mapped for the
      * loan's product before anything moves on the master - a
      * recovery needs only its own mapping, a payment needs all
      * three portions since the waterfall decides the split later.
       2150-LOOKUP-GL-ACCOUNTS.
           MOVE SPACES TO WS-GL-ACCOUNTS
           MOVE LM-PRODUCT-CODE TO GA-PRODUCT-CODE
           IF PAYMENT-IS-RECOVERY
               SET GA-TYPE-RECOVERY TO TRUE
               CALL "GLACCT" USING GL-ACCOUNT-REQUEST
               IF GA-MAPPING-FOUND
                   MOVE GA-DEBIT-ACCOUNT  TO WS-RECOVERY-DEBIT-ACCOUNT
                   MOVE GA-CREDIT-ACCOUNT TO WS-RECOVERY-CREDIT-ACCOUNT
               ELSE
                   SET PAYMENT-IS-INVALID TO TRUE
                   MOVE "NO GL RECOVERY MAPPING FOR PRODUCT"
                       TO WS-REJECT-REASON
               END-IF
           ELSE
               SET GA-TYPE-PAYMENT-FEE TO TRUE
               CALL "GLACCT" USING GL-ACCOUNT-REQUEST
               IF GA-MAPPING-FOUND
                   MOVE GA-DEBIT-ACCOUNT  TO WS-FEE-DEBIT-ACCOUNT
                   MOVE GA-CREDIT-ACCOUNT TO WS-FEE-CREDIT-ACCOUNT
               ELSE
                   SET PAYMENT-IS-INVALID TO TRUE
               END-IF

               SET GA-TYPE-PAYMENT-INTEREST TO TRUE
               CALL "GLACCT" USING GL-ACCOUNT-REQUEST
               IF GA-MAPPING-FOUND
                   MOVE GA-DEBIT-ACCOUNT  TO WS-INTEREST-DEBIT-ACCOUNT
                   MOVE GA-CREDIT-ACCOUNT TO WS-INTEREST-CREDIT-ACCOUNT
               ELSE
                   SET PAYMENT-IS-INVALID TO TRUE
               END-IF

               SET GA-TYPE-PAYMENT-PRINCIPAL TO TRUE
               CALL "GLACCT" USING GL-ACCOUNT-REQUEST
               IF GA-MAPPING-FOUND
                   MOVE GA-DEBIT-ACCOUNT  TO WS-PRINCIPAL-DEBIT-ACCOUNT
                   MOVE GA-CREDIT-ACCOUNT
                       TO WS-PRINCIPAL-CREDIT-ACCOUNT
               ELSE
                   SET PAYMENT-IS-INVALID TO TRUE
               END-IF

               IF PAYMENT-IS-INVALID
                   MOVE "NO GL PAYMENT MAPPING FOR PRODUCT"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      * The waterfall: late charges due are settled first, then
      * accrued interest; whatever remains pays the outstanding
      * balance down. The validation above already guarantees the
      * payment cannot drive any of the three fields negative.
       2200-POST-PAYMENT.
           MOVE "N" TO WS-PAID-OFF-FLAG
           IF PY-AMOUNT > LM-FEES-DUE
               MOVE LM-FEES-DUE TO WS-FEE-PORTION
           ELSE
               MOVE PY-AMOUNT TO WS-FEE-PORTION
           END-IF
           COMPUTE WS-AFTER-FEES = PY-AMOUNT - WS-FEE-PORTION

           IF WS-AFTER-FEES > LM-ACCRUED-INTEREST
               MOVE LM-ACCRUED-INTEREST TO WS-INTEREST-PORTION
           ELSE
               MOVE WS-AFTER-FEES TO WS-INTEREST-PORTION
           END-IF
           COMPUTE WS-PRINCIPAL-PORTION =
               WS-AFTER-FEES - WS-INTEREST-PORTION

           SUBTRACT WS-FEE-PORTION FROM LM-FEES-DUE
           SUBTRACT WS-INTEREST-PORTION FROM LM-ACCRUED-INTEREST
           SUBTRACT WS-PRINCIPAL-PORTION FROM LM-CURRENT-BALANCE
           ADD WS-INTEREST-PORTION TO LM-INTEREST-YTD

      * Only what is left after the fees counts toward the
      * scheduled payment.
           IF LM-NEXT-DUE-DATE NOT = ZERO
                   AND LM-SCHEDULED-PAYMENT > ZERO
                   AND WS-AFTER-FEES NOT LESS THAN LM-SCHEDULED-PAYMENT
               PERFORM 2230-ROLL-DUE-DATE
           END-IF

      * A payment that clears all three position fields is a
      * payoff - the loan is closed in the same rewrite that posts
      * it.
           IF LM-CURRENT-BALANCE = ZERO
                   AND LM-ACCRUED-INTEREST = ZERO
                   AND LM-FEES-DUE = ZERO
               SET LOAN-PAID-OFF TO TRUE
               SET LM-STATUS-CLOSED TO TRUE
               MOVE PC-RUN-DATE TO LM-CLOSED-DATE
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
                   ADD PY-AMOUNT TO WS-POSTED-TOTAL
                   ADD WS-FEE-PORTION TO WS-FEE-TOTAL
                   ADD WS-INTEREST-PORTION TO WS-INTEREST-TOTAL
                   ADD WS-PRINCIPAL-PORTION TO WS-PRINCIPAL-TOTAL
                   IF LOAN-PAID-OFF
                   PERFORM 2950-WRITE-HISTORY-EVENT
           END-REWRITE.

      * A recovery leaves the written-off positions at zero - the
      * money only counts against what was charged off. The split
      * fields are zeroed so the register and GL set show the whole
      * amount as recovered.
       2400-POST-RECOVERY.
           MOVE "N" TO WS-PAID-OFF-FLAG
           MOVE ZERO TO WS-FEE-PORTION
           MOVE ZERO TO WS-AFTER-FEES
           MOVE ZERO TO WS-INTEREST-PORTION
           MOVE ZERO TO WS-PRINCIPAL-PORTION
           ADD PY-AMOUNT TO LM-RECOVERED-AMOUNT

           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   SET PAYMENT-IS-INVALID TO TRUE
                   MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
                   PERFORM 2300-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
                   ADD PY-AMOUNT TO WS-POSTED-TOTAL
                   ADD 1 TO WS-RECOVERY-COUNT
                   ADD PY-AMOUNT TO WS-RECOVERY-TOTAL
                   PERFORM 2250-WRITE-REGISTER-LINE
                   PERFORM 2600-WRITE-GL-POSTING-SET
                   PERFORM 2900-WRITE-AUDIT-RECORD
                   PERFORM 2950-WRITE-HISTORY-EVENT
           END-REWRITE.

      * One loan-history event per posted payment - the position
      * fields are the master's as just rewritten, so the history's
      * balance-after trail stays glued to the master. A fee portion
      * writes its own fees-collected event just ahead of it.
       2950-WRITE-HISTORY-EVENT.
           MOVE LM-LOAN-NUMBER       TO LH-LOAN-NUMBER
           MOVE PC-RUN-DATE          TO LH-EVENT-DATE
           MOVE PC-BATCH-NUMBER      TO LH-BATCH-NUMBER
           MOVE ZERO                 TO LH-NEW-RATE
           MOVE LM-CURRENT-BALANCE   TO LH-BALANCE-AFTER
           MOVE LM-ACCRUED-INTEREST  TO LH-ACCRUED-AFTER
           MOVE LM-FEES-DUE          TO LH-FEES-AFTER

           IF PAYMENT-IS-RECOVERY
               SET LH-EVENT-RECOVERY TO TRUE
               MOVE ZERO             TO LH-INTEREST-AMOUNT
               MOVE PY-AMOUNT        TO LH-PRINCIPAL-AMOUNT
               MOVE ZERO             TO LH-FEE-AMOUNT
               CALL "LOANHIST" USING LOAN-HISTORY-RECORD
           ELSE
               PERFORM 2960-WRITE-PAYMENT-EVENTS
           END-IF.

       2960-WRITE-PAYMENT-EVENTS.
           IF WS-FEE-PORTION > ZERO
               SET LH-EVENT-FEE-COLLECTED TO TRUE
               MOVE ZERO             TO LH-INTEREST-AMOUNT
               MOVE ZERO             TO LH-PRINCIPAL-AMOUNT
               MOVE WS-FEE-PORTION   TO LH-FEE-AMOUNT
               CALL "LOANHIST" USING LOAN-HISTORY-RECORD
           END-IF

           SET LH-EVENT-PAYMENT      TO TRUE
           MOVE WS-INTEREST-PORTION  TO LH-INTEREST-AMOUNT
           MOVE WS-PRINCIPAL-PORTION TO LH-PRINCIPAL-AMOUNT
           MOVE ZERO                 TO LH-FEE-AMOUNT
           CALL "LOANHIST" USING LOAN-HISTORY-RECORD

           IF LOAN-PAID-OFF
           MOVE PY-LOAN-NUMBER       TO RL-LOAN-NUMBER
           MOVE PY-PAYMENT-DATE      TO RL-PAYMENT-DATE
           MOVE PY-AMOUNT            TO RL-AMOUNT
           MOVE WS-FEE-PORTION       TO RL-FEE-PORTION
           MOVE WS-INTEREST-PORTION  TO RL-INTEREST-PORTION
           MOVE WS-PRINCIPAL-PORTION TO RL-PRINCIPAL-PORTION
           MOVE LM-CURRENT-BALANCE   TO RL-NEW-BALANCE
           EVALUATE TRUE
               WHEN PAYMENT-IS-RECOVERY
                   MOVE "CHARGE-OFF RECVRY" TO RL-DISPOSITION
               WHEN LOAN-PAID-OFF
                   MOVE "PAID OFF - CLOSED" TO RL-DISPOSITION
               WHEN OTHER
                   MOVE SPACES TO RL-DISPOSITION
           END-EVALUATE
           WRITE PAYMENT-REGISTER-RECORD FROM WS-REGISTER-LINE.

       2300-WRITE-EXCEPTION-LINE.
           PERFORM 2900-WRITE-AUDIT-RECORD.

      * One balanced journal set per posted payment - debit cash
      * for the whole amount, credit fees receivable, interest
      * receivable and loans receivable for the split; a zero
      * portion writes no line. A recovery credits the recovery
      * account for the whole amount instead.
      * The hash total accumulates every line amount, so the GL
      * intake can prove it received the whole file.
       2600-WRITE-GL-POSTING-SET.
           IF WS-FEE-PORTION > ZERO
               MOVE WS-FEE-DEBIT-ACCOUNT       TO WS-DEBIT-ACCOUNT
               MOVE WS-FEE-CREDIT-ACCOUNT      TO WS-CREDIT-ACCOUNT
               MOVE WS-FEE-PORTION             TO WS-POSTING-AMOUNT
               PERFORM 2650-WRITE-GL-POSTING-PAIR
           END-IF

           IF WS-INTEREST-PORTION > ZERO
               MOVE WS-INTEREST-DEBIT-ACCOUNT  TO WS-DEBIT-ACCOUNT
               MOVE WS-INTEREST-CREDIT-ACCOUNT TO WS-CREDIT-ACCOUNT
               MOVE WS-INTEREST-PORTION        TO WS-POSTING-AMOUNT
               PERFORM 2650-WRITE-GL-POSTING-PAIR
           END-IF

           IF WS-PRINCIPAL-PORTION > ZERO
               MOVE WS-PRINCIPAL-DEBIT-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-PRINCIPAL-CREDIT-ACCOUNT TO WS-CREDIT-ACCOUNT
               MOVE WS-PRINCIPAL-PORTION       TO WS-POSTING-AMOUNT
               PERFORM 2650-WRITE-GL-POSTING-PAIR
           END-IF

           IF PAYMENT-IS-RECOVERY
               MOVE WS-RECOVERY-DEBIT-ACCOUNT  TO WS-DEBIT-ACCOUNT
               MOVE WS-RECOVERY-CREDIT-ACCOUNT TO WS-CREDIT-ACCOUNT
               MOVE PY-AMOUNT                  TO WS-POSTING-AMOUNT
               PERFORM 2650-WRITE-GL-POSTING-PAIR
           END-IF.

       2650-WRITE-GL-POSTING-PAIR.
           SET POSTING-DEBIT TO TRUE
           MOVE WS-DEBIT-ACCOUNT      TO PL-ACCOUNT-NUMBER
           MOVE PC-BATCH-NUMBER       TO PL-BATCH-NUMBER
           MOVE PY-LOAN-NUMBER        TO PL-LOAN-NUMBER
           MOVE WS-POSTING-AMOUNT     TO PL-AMOUNT
           WRITE GL-POSTING-RECORD FROM WS-POSTING-LINE
           ADD 1 TO WS-POSTING-LINE-COUNT
           ADD WS-POSTING-AMOUNT TO WS-POSTING-HASH-TOTAL

           SET POSTING-CREDIT TO TRUE
           MOVE WS-CREDIT-ACCOUNT     TO PL-ACCOUNT-NUMBER
           WRITE GL-POSTING-RECORD FROM WS-POSTING-LINE
           ADD 1 TO WS-POSTING-LINE-COUNT
           ADD WS-POSTING-AMOUNT TO WS-POSTING-HASH-TOTAL.

       2900-WRITE-AUDIT-RECORD.
           MOVE "PAYMTPOST"          TO AL-PROGRAM-NAME
           MOVE "NIGHTLY"            TO AL-OPERATOR-ID
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
      * A payment that settled fees carries all three portions in
      * the short form, to fit the description.
           IF PAYMENT-IS-VALID
               EVALUATE TRUE
                   WHEN PAYMENT-IS-RECOVERY
                       STRING "RECOVERY=" PY-AMOUNT
                           " ON CHARGED-OFF LOAN"
                           DELIMITED BY SIZE
                           INTO AL-OUTPUT-DESCRIPTION
                   WHEN WS-FEE-PORTION > ZERO AND LOAN-PAID-OFF
                       STRING "FEE=" WS-FEE-PORTION
                           " I=" WS-INTEREST-PORTION
                           " P=" WS-PRINCIPAL-PORTION " CL"
                           DELIMITED BY SIZE
                           INTO AL-OUTPUT-DESCRIPTION
                   WHEN WS-FEE-PORTION > ZERO
                       STRING "FEE=" WS-FEE-PORTION
                           " I=" WS-INTEREST-PORTION
                           " P=" WS-PRINCIPAL-PORTION
                           DELIMITED BY SIZE
                           INTO AL-OUTPUT-DESCRIPTION
                   WHEN LOAN-PAID-OFF
                       STRING "INT=" WS-INTEREST-PORTION
                           " PRIN=" WS-PRINCIPAL-PORTION " CLOSED"
                           DELIMITED BY SIZE
                           INTO AL-OUTPUT-DESCRIPTION
                   WHEN OTHER
                       STRING "INT=" WS-INTEREST-PORTION
                           " PRIN=" WS-PRINCIPAL-PORTION
                           DELIMITED BY SIZE
                           INTO AL-OUTPUT-DESCRIPTION
               END-EVALUATE
               MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           ELSE
               STRING "REASON=" WS-REJECT-REASON
           MOVE WS-INTEREST-TOTAL  TO PB-INTEREST-TOTAL
           MOVE WS-PRINCIPAL-TOTAL TO PB-PRINCIPAL-TOTAL
           MOVE WS-POSTED-COUNT    TO PB-POSTED-COUNT
           SET PB-TYPE-POSTING     TO TRUE
           MOVE WS-FEE-TOTAL       TO PB-FEE-TOTAL
           MOVE WS-RECOVERY-TOTAL  TO PB-RECOVERY-TOTAL
           WRITE PAYMENT-CONTROL-RECORD

           CLOSE PAYMENT-CONTROL-FILE.
