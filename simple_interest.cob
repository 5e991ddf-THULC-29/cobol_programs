      * silently.
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * History events now carry the fees-due figure after the
      * event, for the late-charge fields on the loan history.
      * A charged-off loan is non-accrual: it is rejected with its
      * own reason rather than accrued, should one ever reach the
      * run.
      * The GLPOST receivable and income accounts now come from the
      * GL account map for the loan's product (accrual type AC, via
      * the shared GLACCT lookup) instead of two fixed accounts, so
      * each product can carry its own income account. A loan whose
      * product has no active accrual mapping is rejected to INTREJ
      * with its own reason - it is never posted to a default
      * account.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "parm_card.cpy".
           COPY "date_calc.cpy".
           COPY "run_control_record.cpy".
           COPY "gl_account_request.cpy".

       01  WS-GRAND-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01  WS-LOAN-COUNT               PIC 9(7) VALUE ZERO.
           05  PT-HASH-TOTAL           PIC 9(13)V99.
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-RECEIVABLE-ACCOUNT       PIC X(8) VALUE SPACES.
       01  WS-INCOME-ACCOUNT           PIC X(8) VALUE SPACES.
       01  WS-POSTING-LINE-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-POSTING-HASH-TOTAL       PIC 9(13)V99 VALUE ZERO.

           MOVE ZERO                TO LH-NEW-RATE
           MOVE LM-CURRENT-BALANCE  TO LH-BALANCE-AFTER
           MOVE LM-ACCRUED-INTEREST TO LH-ACCRUED-AFTER
           MOVE ZERO                TO LH-FEE-AMOUNT
           MOVE LM-FEES-DUE         TO LH-FEES-AFTER
           CALL "LOANHIST" USING LOAN-HISTORY-RECORD.

       2050-VALIDATE-LOAN.

           PERFORM 2060-CHECK-LOAN-MASTER

      * A charged-off loan is non-accrual - nothing may post to it
      * through 2700-POST-ACCRUAL-TO-MASTER.
           IF LOAN-IS-VALID
               EVALUATE TRUE
                   WHEN LM-STATUS-CHARGED-OFF
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "LOAN CHARGED OFF - NON-ACCRUAL"
                           TO WS-REJECT-REASON
                   WHEN NOT LM-STATUS-ACTIVE
                       SET LOAN-IS-INVALID TO TRUE
                       MOVE "LOAN CLOSED ON MASTER FILE"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF LOAN-IS-VALID
               PERFORM 2070-LOOKUP-GL-ACCOUNTS
           END-IF

           IF LOAN-IS-VALID
                   TO WS-REJECT-REASON
           END-IF.

      * The accrual posts to the accounts finance has mapped for the
      * loan's product. No mapping means no posting - the loan is
      * rejected rather than dropped into a catch-all account that
      * someone would have to reclass by hand.
       2070-LOOKUP-GL-ACCOUNTS.
           MOVE LM-PRODUCT-CODE TO GA-PRODUCT-CODE
           SET GA-TYPE-ACCRUAL TO TRUE
           CALL "GLACCT" USING GL-ACCOUNT-REQUEST
           IF GA-MAPPING-FOUND
               MOVE GA-DEBIT-ACCOUNT  TO WS-RECEIVABLE-ACCOUNT
               MOVE GA-CREDIT-ACCOUNT TO WS-INCOME-ACCOUNT
           ELSE
               SET LOAN-IS-INVALID TO TRUE
               MOVE "NO GL ACCRUAL MAPPING FOR PRODUCT"
                   TO WS-REJECT-REASON
           END-IF.

       2100-COMPUTE-SIMPLE-INTEREST.
           IF PC-ROUND-TRUNCATE
               COMPUTE WS-INTEREST =
