       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRTRN.

      * Modification history:
      * New program - nightly returned-payment (NSF) reversal. Reads
      * the bank's return file (loan number, original payment date,
      * amount, return reason) and, for each returned item, finds
      * the payment split PAYMTPOST posted for it on the cumulative
      * loan history - a payment event for the loan, posted on or
      * after the original payment date, whose interest plus
      * principal equals the returned amount and which has not
      * already been reversed. The split is then put back exactly
      * as it was taken: the interest portion is added back to the
      * accrued interest and taken back out of the interest-
      * collected-YTD bucket, the principal portion is added back
      * to the current balance, a due date PAYMTPOST rolled forward
      * for the payment is rolled back one month, and a loan the
      * payment closed is reopened. Each reversal writes a reversal
      * event on the loan history, a reversing set of GL posting
      * lines in the GLPAY format (credit cash, debit interest
      * receivable and loans receivable) with the same line-count/
      * hash-total trailer, and a line on the return register.
      * Items that cannot be matched go to the exception report.
      * The run's totals are appended to PAYCTL as a reversal
      * control record under the batch number, so the LOANPROOF
      * roll-forward adds them back and the book still proves.
      * Checks in with RUNCTL, audits every item, and ends with a
      * graded RETURN-CODE (0 clean, 4 exceptions, 8 nothing
      * reversed) for the NIGHTLY COND gating.
      * Now follows PAYMTPOST's fee waterfall. A fees-collected
      * event written just ahead of the payment event is taken as
      * part of that payment, so the match is on fee plus interest
      * plus principal; the fee portion is put back on the loan's
      * fees due, debited back to fees receivable on GLRTN, shown
      * on the register, carried on the reversal event, and added
      * to the reversal control record's fee total.
      * A return against a charged-off loan is refused to the
      * exception report - the written-off positions cannot take
      * a split back, and a returned recovery is worked by
      * collections by hand. The reversal control record now
      * carries a zero recovery total.
      * GLRTN now reverses against the accounts PAYMTPOST took the
      * payment to - the GL account map's PF, PI and PP mappings for
      * the loan's product, through the shared GLACCT lookup - each
      * nonzero portion as its own pair with the mapped sides
      * turned round. A return on a product without all three
      * mappings goes to the exception report with its own reason.
      * A return against a charged-off loan is no longer refused: it
      * is the bounce of a recovery PAYMTPOST posted, so it is
      * matched against the loan's recovery events instead of its
      * payments. The amount comes back off LM-RECOVERED-AMOUNT,
      * GLRTN carries the recovery pair (the RC mapping) with its
      * sides turned round, the loan history gets a reversal event
      * carrying the amount as a recovery event does, and the
      * reversal control record's recovery total carries it. The
      * written-off positions do not move.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-TRANS-FILE ASSIGN TO "PAYRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT RETURN-REGISTER-FILE ASSIGN TO "RTNREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETURN-EXCEPTION-FILE ASSIGN TO "RTNEXC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-POSTING-FILE ASSIGN TO "GLRTN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENT-CONTROL-FILE ASSIGN TO "PAYCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-TRANS-FILE.
       01  RETURN-TRANS-RECORD.
           05  RT-LOAN-NUMBER          PIC 9(6).
           05  RT-PAYMENT-DATE         PIC 9(8).
           05  RT-AMOUNT               PIC 9(7)V99.
           05  RT-RETURN-REASON        PIC X(20).

       FD  LOAN-MASTER-FILE.
           COPY "loan_master_record.cpy".

       FD  LOAN-HISTORY-FILE.
       01  LOAN-HISTORY-FILE-RECORD    PIC X(85).

       FD  RETURN-REGISTER-FILE.
       01  RETURN-REGISTER-RECORD      PIC X(100).

       FD  RETURN-EXCEPTION-FILE.
       01  RETURN-EXCEPTION-RECORD     PIC X(100).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD           PIC X(35).

       FD  PAYMENT-CONTROL-FILE.
           COPY "payment_control.cpy".

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "run_control_record.cpy".
           COPY "loan_history_record.cpy".
           COPY "date_calc.cpy".
           COPY "gl_account_request.cpy".

       01  WS-RETURN-FILE-STATUS       PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-HISTORY-FILE-STATUS      PIC XX.
       01  WS-PAY-CONTROL-STATUS       PIC XX.

       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  END-OF-RETURN-FILE          VALUE "Y".

       01  WS-HISTORY-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-HISTORY-FILE         VALUE "Y".

       01  WS-FOUND-FLAG               PIC X VALUE "N".
           88  MASTER-RECORD-FOUND         VALUE "Y".

       01  WS-VALID-FLAG               PIC X VALUE "Y".
           88  RETURN-IS-VALID             VALUE "Y".
           88  RETURN-IS-INVALID           VALUE "N".

       01  WS-REOPENED-FLAG            PIC X VALUE "N".
           88  LOAN-REOPENED               VALUE "Y".

       01  WS-RECOVERY-FLAG            PIC X VALUE "N".
           88  RETURN-IS-RECOVERY          VALUE "Y".

       01  WS-REJECT-REASON            PIC X(40).

      * Payment events on the history that match the returned item,
      * in posting order. A reversal event already on file for the
      * same split marks the earliest open match as reversed, so a
      * return presented twice cannot be reversed twice.
       01  WS-MATCH-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-MATCH-MAX                PIC 9(3) VALUE 50.
       01  WS-MATCH-TABLE.
           05  WS-MATCH-ENTRY OCCURS 50 TIMES.
               10  WS-MATCH-INTEREST   PIC 9(9)V99.
               10  WS-MATCH-PRINCIPAL  PIC 9(7)V99.
               10  WS-MATCH-FEE        PIC 9(7)V99.
               10  WS-MATCH-STATUS     PIC X(1).
                   88  MATCH-IS-OPEN       VALUE "O".
                   88  MATCH-IS-REVERSED   VALUE "R".
       01  WS-MATCH-SUB                PIC 9(3).
       01  WS-OPEN-SUB                 PIC 9(3).
       01  WS-EVENT-AMOUNT             PIC 9(10)V99.
       01  WS-PENDING-FEE              PIC 9(7)V99.

       01  WS-DUE-DATE.
           05  WS-DUE-YEAR             PIC 9(4).
           05  WS-DUE-MONTH            PIC 9(2).
           05  WS-DUE-DAY              PIC 9(2).
       01  WS-FEE-PORTION              PIC 9(7)V99.
       01  WS-AFTER-FEES               PIC 9(7)V99.
       01  WS-INTEREST-PORTION         PIC 9(7)V99.
       01  WS-PRINCIPAL-PORTION        PIC 9(7)V99.

       01  WS-RETURN-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-REVERSED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-REOPENED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-REVERSED-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  WS-FEE-TOTAL                PIC 9(11)V99 VALUE ZERO.
       01  WS-INTEREST-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  WS-PRINCIPAL-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-RECOVERY-TOTAL           PIC 9(11)V99 VALUE ZERO.

      * GL posting interface lines - the GLPAY format, with the
      * sides turned round: each portion of the split being put back
      * credits the account PAYMTPOST debited and debits the one it
      * credited, so every reversal lands in balance.
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

      * The payment accounts mapped for this loan's product, picked
      * up in 2190-LOOKUP-GL-ACCOUNTS.
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

       01  WS-REGISTER-HEADING.
           05  FILLER                  PIC X(26) VALUE
               "RETURNED PAYMENT REGISTER".
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  RH-RUN-DATE             PIC 9(8).

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

       01  WS-EXCEPTION-LINE.
           05  EL-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  EL-PAYMENT-DATE         PIC 9(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  EL-AMOUNT               PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  EL-RETURN-REASON        PIC X(20).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  EL-REASON               PIC X(40).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(8) VALUE "RETURNS=".
           05  TL-RETURN-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE " REVERSED=".
           05  TL-REVERSED-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE " EXCEPTIONS=".
           05  TL-EXCEPTION-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE " REOPENED=".
           05  TL-REOPENED-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(16) VALUE
               " REVERSED TOTAL=".
           05  TL-REVERSED-TOTAL       PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RETURN UNTIL END-OF-RETURN-FILE
           PERFORM 3000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * A missing return file is the soft FILE STATUS "35" case -
      * most nights the bank returns nothing.
       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD

           SET RK-FUNCTION-START TO TRUE
           MOVE PC-BATCH-NUMBER TO RK-BATCH-NUMBER
           MOVE "PAYRTRN" TO RK-STEP-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RK-RUN-REFUSED
               DISPLAY "BATCH " PC-BATCH-NUMBER
                   " STEP PAYRTRN ALREADY COMPLETE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O LOAN-MASTER-FILE
           OPEN OUTPUT RETURN-REGISTER-FILE
           OPEN OUTPUT RETURN-EXCEPTION-FILE
           OPEN OUTPUT GL-POSTING-FILE

           MOVE PC-RUN-DATE TO RH-RUN-DATE
           WRITE RETURN-REGISTER-RECORD FROM WS-REGISTER-HEADING

           OPEN INPUT RETURN-TRANS-FILE
           IF WS-RETURN-FILE-STATUS = "35"
               SET END-OF-RETURN-FILE TO TRUE
           ELSE
               READ RETURN-TRANS-FILE
                   AT END SET END-OF-RETURN-FILE TO TRUE
               END-READ
           END-IF.

       2000-PROCESS-RETURN.
           ADD 1 TO WS-RETURN-COUNT

           PERFORM 2100-VALIDATE-RETURN

           IF RETURN-IS-VALID
               IF RETURN-IS-RECOVERY
                   PERFORM 2400-REVERSE-RECOVERY
               ELSE
                   PERFORM 2200-REVERSE-PAYMENT
               END-IF
           ELSE
               PERFORM 2300-WRITE-EXCEPTION-LINE
           END-IF

           READ RETURN-TRANS-FILE
               AT END SET END-OF-RETURN-FILE TO TRUE
           END-READ.

       2100-VALIDATE-RETURN.
           SET RETURN-IS-VALID TO TRUE
           MOVE "N" TO WS-RECOVERY-FLAG
           MOVE SPACES TO WS-REJECT-REASON

           MOVE "N" TO WS-FOUND-FLAG
           MOVE RT-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               KEY IS LM-LOAN-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-RECORD-FOUND TO TRUE
           END-READ

           IF NOT MASTER-RECORD-FOUND
               SET RETURN-IS-INVALID TO TRUE
               MOVE "LOAN NOT ON MASTER FILE" TO WS-REJECT-REASON
           END-IF

      * Money returned on a charged-off loan can only have been a
      * recovery - it is matched and put back as one.
           IF RETURN-IS-VALID
               IF LM-STATUS-CHARGED-OFF
                   SET RETURN-IS-RECOVERY TO TRUE
               END-IF
           END-IF

           IF RETURN-IS-VALID
               IF RT-AMOUNT NOT GREATER THAN ZERO
                   SET RETURN-IS-INVALID TO TRUE
                   MOVE "RETURN AMOUNT MUST BE GREATER THAN ZERO"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF RETURN-IS-VALID
               PERFORM 2150-FIND-ORIGINAL-PAYMENT
               IF WS-MATCH-COUNT = ZERO
                   SET RETURN-IS-INVALID TO TRUE
                   IF RETURN-IS-RECOVERY
                       MOVE "ORIGINAL RECOVERY NOT ON LOAN HISTORY"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE "ORIGINAL PAYMENT NOT ON LOAN HISTORY"
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF WS-OPEN-SUB = ZERO
                       SET RETURN-IS-INVALID TO TRUE
                       MOVE "PAYMENT ALREADY REVERSED"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

      * A charge-off since the recovery was posted starts the
      * amount recovered again from zero - there is then nothing
      * for the return to come back off.
           IF RETURN-IS-VALID AND RETURN-IS-RECOVERY
               IF RT-AMOUNT > LM-RECOVERED-AMOUNT
                   SET RETURN-IS-INVALID TO TRUE
                   MOVE "RETURN EXCEEDS AMOUNT RECOVERED"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF RETURN-IS-VALID
               IF RETURN-IS-RECOVERY
                   PERFORM 2195-LOOKUP-RECOVERY-ACCOUNTS
               ELSE
                   PERFORM 2190-LOOKUP-GL-ACCOUNTS
               END-IF
           END-IF.

      * The reversal must go back through the same accounts the
      * payment went to - a product that is not mapped for all three
      * portions is refused rather than reversed to a guess.
       2190-LOOKUP-GL-ACCOUNTS.
           MOVE SPACES TO WS-GL-ACCOUNTS
           MOVE LM-PRODUCT-CODE TO GA-PRODUCT-CODE

           SET GA-TYPE-PAYMENT-FEE TO TRUE
           CALL "GLACCT" USING GL-ACCOUNT-REQUEST
           IF GA-MAPPING-FOUND
               MOVE GA-DEBIT-ACCOUNT  TO WS-FEE-DEBIT-ACCOUNT
               MOVE GA-CREDIT-ACCOUNT TO WS-FEE-CREDIT-ACCOUNT
           ELSE
               SET RETURN-IS-INVALID TO TRUE
           END-IF

           SET GA-TYPE-PAYMENT-INTEREST TO TRUE
           CALL "GLACCT" USING GL-ACCOUNT-REQUEST
           IF GA-MAPPING-FOUND
               MOVE GA-DEBIT-ACCOUNT  TO WS-INTEREST-DEBIT-ACCOUNT
               MOVE GA-CREDIT-ACCOUNT TO WS-INTEREST-CREDIT-ACCOUNT
           ELSE
               SET RETURN-IS-INVALID TO TRUE
           END-IF

           SET GA-TYPE-PAYMENT-PRINCIPAL TO TRUE
           CALL "GLACCT" USING GL-ACCOUNT-REQUEST
           IF GA-MAPPING-FOUND
               MOVE GA-DEBIT-ACCOUNT  TO WS-PRINCIPAL-DEBIT-ACCOUNT
               MOVE GA-CREDIT-ACCOUNT TO WS-PRINCIPAL-CREDIT-ACCOUNT
           ELSE
               SET RETURN-IS-INVALID TO TRUE
           END-IF

           IF RETURN-IS-INVALID
               MOVE "NO GL PAYMENT MAPPING FOR PRODUCT"
                   TO WS-REJECT-REASON
           END-IF.

      * A returned recovery goes back through the recovery mapping
      * PAYMTPOST took it to.
       2195-LOOKUP-RECOVERY-ACCOUNTS.
           MOVE SPACES TO WS-GL-ACCOUNTS
           MOVE LM-PRODUCT-CODE TO GA-PRODUCT-CODE
           SET GA-TYPE-RECOVERY TO TRUE
           CALL "GLACCT" USING GL-ACCOUNT-REQUEST
           IF GA-MAPPING-FOUND
               MOVE GA-DEBIT-ACCOUNT  TO WS-RECOVERY-DEBIT-ACCOUNT
               MOVE GA-CREDIT-ACCOUNT TO WS-RECOVERY-CREDIT-ACCOUNT
           ELSE
               SET RETURN-IS-INVALID TO TRUE
               MOVE "NO GL RECOVERY MAPPING FOR PRODUCT"
                   TO WS-REJECT-REASON
           END-IF.

      * One pass of the loan history per returned item. The history
      * is opened and closed here, so it is never open for input
      * while the LOANHIST writer is appending the reversal event.
       2150-FIND-ORIGINAL-PAYMENT.
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE ZERO TO WS-OPEN-SUB
           MOVE ZERO TO WS-PENDING-FEE
           MOVE "N" TO WS-HISTORY-EOF-FLAG

           OPEN INPUT LOAN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               SET END-OF-HISTORY-FILE TO TRUE
           END-IF
           PERFORM 2160-READ-HISTORY-RECORD
               UNTIL END-OF-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "35"
               CLOSE LOAN-HISTORY-FILE
           END-IF

           MOVE 1 TO WS-MATCH-SUB
           PERFORM 2180-FIND-OPEN-MATCH
               UNTIL WS-MATCH-SUB > WS-MATCH-COUNT
                   OR WS-OPEN-SUB NOT = ZERO

           IF WS-OPEN-SUB NOT = ZERO
               MOVE WS-MATCH-FEE (WS-OPEN-SUB)
                   TO WS-FEE-PORTION
               MOVE WS-MATCH-INTEREST (WS-OPEN-SUB)
                   TO WS-INTEREST-PORTION
               MOVE WS-MATCH-PRINCIPAL (WS-OPEN-SUB)
                   TO WS-PRINCIPAL-PORTION
           END-IF.

      * PAYMTPOST writes a fees-collected event immediately ahead
      * of the payment event it belongs to, so a fee seen for the
      * loan is held and added into the very next event's amount.
      * A returned recovery is matched to the recovery events alone,
      * which carry the amount in the principal field, and a
      * reversal already written for one carries it the same way.
       2160-READ-HISTORY-RECORD.
           READ LOAN-HISTORY-FILE INTO LOAN-HISTORY-RECORD
               AT END
                   SET END-OF-HISTORY-FILE TO TRUE
               NOT AT END
                   IF LH-LOAN-NUMBER = RT-LOAN-NUMBER
                           AND LH-EVENT-DATE
                               NOT LESS THAN RT-PAYMENT-DATE
                       PERFORM 2165-CHECK-HISTORY-EVENT
                   END-IF
           END-READ.

       2165-CHECK-HISTORY-EVENT.
           EVALUATE TRUE
               WHEN RETURN-IS-RECOVERY AND LH-EVENT-RECOVERY
                   MOVE ZERO TO WS-PENDING-FEE
                   IF LH-PRINCIPAL-AMOUNT = RT-AMOUNT
                       PERFORM 2170-RECORD-MATCH
                   END-IF
               WHEN RETURN-IS-RECOVERY AND NOT LH-EVENT-REVERSAL
                   MOVE ZERO TO WS-PENDING-FEE
               WHEN LH-EVENT-FEE-COLLECTED
                   MOVE LH-FEE-AMOUNT TO WS-PENDING-FEE
               WHEN LH-EVENT-PAYMENT
                   COMPUTE WS-EVENT-AMOUNT = WS-PENDING-FEE
                       + LH-INTEREST-AMOUNT + LH-PRINCIPAL-AMOUNT
                   IF WS-EVENT-AMOUNT = RT-AMOUNT
                       PERFORM 2170-RECORD-MATCH
                   END-IF
                   MOVE ZERO TO WS-PENDING-FEE
               WHEN LH-EVENT-REVERSAL
                   COMPUTE WS-EVENT-AMOUNT = LH-FEE-AMOUNT
                       + LH-INTEREST-AMOUNT + LH-PRINCIPAL-AMOUNT
                   IF WS-EVENT-AMOUNT = RT-AMOUNT
                       PERFORM 2175-MARK-MATCH-REVERSED
                   END-IF
                   MOVE ZERO TO WS-PENDING-FEE
               WHEN OTHER
                   MOVE ZERO TO WS-PENDING-FEE
           END-EVALUATE.

       2170-RECORD-MATCH.
           IF WS-MATCH-COUNT < WS-MATCH-MAX
               ADD 1 TO WS-MATCH-COUNT
               MOVE WS-PENDING-FEE
                   TO WS-MATCH-FEE (WS-MATCH-COUNT)
               MOVE LH-INTEREST-AMOUNT
                   TO WS-MATCH-INTEREST (WS-MATCH-COUNT)
               MOVE LH-PRINCIPAL-AMOUNT
                   TO WS-MATCH-PRINCIPAL (WS-MATCH-COUNT)
               SET MATCH-IS-OPEN (WS-MATCH-COUNT) TO TRUE
           END-IF.

      * A reversal already on file retires the earliest open
      * payment carrying the same split.
       2175-MARK-MATCH-REVERSED.
           MOVE ZERO TO WS-OPEN-SUB
           MOVE 1 TO WS-MATCH-SUB
           PERFORM 2185-FIND-REVERSED-SPLIT
               UNTIL WS-MATCH-SUB > WS-MATCH-COUNT
                   OR WS-OPEN-SUB NOT = ZERO
           IF WS-OPEN-SUB NOT = ZERO
               SET MATCH-IS-REVERSED (WS-OPEN-SUB) TO TRUE
               MOVE ZERO TO WS-OPEN-SUB
           END-IF.

       2180-FIND-OPEN-MATCH.
           IF MATCH-IS-OPEN (WS-MATCH-SUB)
               MOVE WS-MATCH-SUB TO WS-OPEN-SUB
           END-IF
           ADD 1 TO WS-MATCH-SUB.

       2185-FIND-REVERSED-SPLIT.
           IF MATCH-IS-OPEN (WS-MATCH-SUB)
                   AND WS-MATCH-INTEREST (WS-MATCH-SUB)
                       = LH-INTEREST-AMOUNT
                   AND WS-MATCH-PRINCIPAL (WS-MATCH-SUB)
                       = LH-PRINCIPAL-AMOUNT
                   AND WS-MATCH-FEE (WS-MATCH-SUB)
                       = LH-FEE-AMOUNT
               MOVE WS-MATCH-SUB TO WS-OPEN-SUB
           END-IF
           ADD 1 TO WS-MATCH-SUB.

      * The split goes back exactly as PAYMTPOST took it. The YTD
      * bucket cannot go below zero - a payment collected last year
      * and returned after YEARTAX has zeroed the bucket only takes
      * back what this year's bucket holds.
       2200-REVERSE-PAYMENT.
           MOVE "N" TO WS-REOPENED-FLAG
           COMPUTE WS-AFTER-FEES = RT-AMOUNT - WS-FEE-PORTION

           ADD WS-FEE-PORTION       TO LM-FEES-DUE
           ADD WS-INTEREST-PORTION  TO LM-ACCRUED-INTEREST
           ADD WS-PRINCIPAL-PORTION TO LM-CURRENT-BALANCE
           IF LM-INTEREST-YTD > WS-INTEREST-PORTION
               SUBTRACT WS-INTEREST-PORTION FROM LM-INTEREST-YTD
           ELSE
               MOVE ZERO TO LM-INTEREST-YTD
           END-IF

      * The same test PAYMTPOST applied when it rolled the schedule
      * forward for this payment.
           IF LM-NEXT-DUE-DATE NOT = ZERO
                   AND LM-SCHEDULED-PAYMENT > ZERO
                   AND WS-AFTER-FEES NOT LESS THAN LM-SCHEDULED-PAYMENT
               PERFORM 2230-ROLL-DUE-DATE-BACK
           END-IF

      * A payoff that bounced - the loan is owed again.
           IF LM-STATUS-CLOSED
               SET LOAN-REOPENED TO TRUE
               SET LM-STATUS-ACTIVE TO TRUE
               MOVE ZERO TO LM-CLOSED-DATE
           END-IF

           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   SET RETURN-IS-INVALID TO TRUE
                   MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
                   PERFORM 2300-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-REVERSED-COUNT
                   ADD RT-AMOUNT TO WS-REVERSED-TOTAL
                   ADD WS-FEE-PORTION TO WS-FEE-TOTAL
                   ADD WS-INTEREST-PORTION TO WS-INTEREST-TOTAL
                   ADD WS-PRINCIPAL-PORTION TO WS-PRINCIPAL-TOTAL
                   IF LOAN-REOPENED
                       ADD 1 TO WS-REOPENED-COUNT
                   END-IF
                   PERFORM 2250-WRITE-REGISTER-LINE
                   PERFORM 2600-WRITE-GL-POSTING-SET
                   PERFORM 2900-WRITE-AUDIT-RECORD
                   PERFORM 2950-WRITE-HISTORY-EVENT
           END-REWRITE.

      * A returned recovery leaves the written-off positions at
      * zero and only comes back off the amount recovered. The split
      * fields are zeroed so the register shows the whole amount as
      * a recovery returned.
       2400-REVERSE-RECOVERY.
           MOVE "N" TO WS-REOPENED-FLAG
           MOVE ZERO TO WS-FEE-PORTION
           MOVE ZERO TO WS-INTEREST-PORTION
           MOVE ZERO TO WS-PRINCIPAL-PORTION
           SUBTRACT RT-AMOUNT FROM LM-RECOVERED-AMOUNT

           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   SET RETURN-IS-INVALID TO TRUE
                   MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
                   PERFORM 2300-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-REVERSED-COUNT
                   ADD RT-AMOUNT TO WS-REVERSED-TOTAL
                   ADD RT-AMOUNT TO WS-RECOVERY-TOTAL
                   PERFORM 2250-WRITE-REGISTER-LINE
                   PERFORM 2600-WRITE-GL-POSTING-SET
                   PERFORM 2900-WRITE-AUDIT-RECORD
                   PERFORM 2950-WRITE-HISTORY-EVENT
           END-REWRITE.

      * Rolls the payment schedule one month back, the day clamped
      * through DATECALC the same way PAYMTPOST clamps it going
      * forward.
       2230-ROLL-DUE-DATE-BACK.
           MOVE LM-NEXT-DUE-DATE TO WS-DUE-DATE
           IF WS-DUE-MONTH = 1
               MOVE 12 TO WS-DUE-MONTH
               SUBTRACT 1 FROM WS-DUE-YEAR
           ELSE
               SUBTRACT 1 FROM WS-DUE-MONTH
           END-IF
           MOVE WS-DUE-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           PERFORM 2240-CLAMP-DUE-DAY
               UNTIL DK-DATE-VALID OR WS-DUE-DAY NOT > 28
           MOVE WS-DUE-DATE TO LM-NEXT-DUE-DATE.

       2240-CLAMP-DUE-DAY.
           SUBTRACT 1 FROM WS-DUE-DAY
           MOVE WS-DUE-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST.

       2250-WRITE-REGISTER-LINE.
           MOVE RT-LOAN-NUMBER       TO RL-LOAN-NUMBER
           MOVE RT-PAYMENT-DATE      TO RL-PAYMENT-DATE
           MOVE RT-AMOUNT            TO RL-AMOUNT
           MOVE WS-FEE-PORTION       TO RL-FEE-PORTION
           MOVE WS-INTEREST-PORTION  TO RL-INTEREST-PORTION
           MOVE WS-PRINCIPAL-PORTION TO RL-PRINCIPAL-PORTION
           MOVE LM-CURRENT-BALANCE   TO RL-NEW-BALANCE
           EVALUATE TRUE
               WHEN RETURN-IS-RECOVERY
                   MOVE "RECOVERY RETURNED" TO RL-DISPOSITION
               WHEN LOAN-REOPENED
                   MOVE "REOPENED" TO RL-DISPOSITION
               WHEN OTHER
                   MOVE SPACES TO RL-DISPOSITION
           END-EVALUATE
           WRITE RETURN-REGISTER-RECORD FROM WS-REGISTER-LINE.

       2300-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE RT-LOAN-NUMBER   TO EL-LOAN-NUMBER
           MOVE RT-PAYMENT-DATE  TO EL-PAYMENT-DATE
           MOVE RT-AMOUNT        TO EL-AMOUNT
           MOVE RT-RETURN-REASON TO EL-RETURN-REASON
           MOVE WS-REJECT-REASON TO EL-REASON
           WRITE RETURN-EXCEPTION-RECORD FROM WS-EXCEPTION-LINE
           PERFORM 2900-WRITE-AUDIT-RECORD.

      * One balanced reversing set per returned payment - credit
      * cash for the whole amount, debit fees receivable, interest
      * receivable and loans receivable for the split put back; a
      * zero portion writes no line.
      * Sides turned round from PAYMTPOST - the account the payment
      * credited is debited back and the one it debited is credited.
       2600-WRITE-GL-POSTING-SET.
           IF WS-FEE-PORTION > ZERO
               MOVE WS-FEE-CREDIT-ACCOUNT      TO WS-DEBIT-ACCOUNT
               MOVE WS-FEE-DEBIT-ACCOUNT       TO WS-CREDIT-ACCOUNT
               MOVE WS-FEE-PORTION             TO WS-POSTING-AMOUNT
               PERFORM 2650-WRITE-GL-POSTING-PAIR
           END-IF

           IF WS-INTEREST-PORTION > ZERO
               MOVE WS-INTEREST-CREDIT-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-INTEREST-DEBIT-ACCOUNT  TO WS-CREDIT-ACCOUNT
               MOVE WS-INTEREST-PORTION        TO WS-POSTING-AMOUNT
               PERFORM 2650-WRITE-GL-POSTING-PAIR
           END-IF

           IF WS-PRINCIPAL-PORTION > ZERO
               MOVE WS-PRINCIPAL-CREDIT-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-PRINCIPAL-DEBIT-ACCOUNT TO WS-CREDIT-ACCOUNT
               MOVE WS-PRINCIPAL-PORTION       TO WS-POSTING-AMOUNT
               PERFORM 2650-WRITE-GL-POSTING-PAIR
           END-IF

           IF RETURN-IS-RECOVERY
               MOVE WS-RECOVERY-CREDIT-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-RECOVERY-DEBIT-ACCOUNT  TO WS-CREDIT-ACCOUNT
               MOVE RT-AMOUNT                  TO WS-POSTING-AMOUNT
               PERFORM 2650-WRITE-GL-POSTING-PAIR
           END-IF.

       2650-WRITE-GL-POSTING-PAIR.
           SET POSTING-DEBIT TO TRUE
           MOVE WS-DEBIT-ACCOUNT      TO PL-ACCOUNT-NUMBER
           MOVE PC-BATCH-NUMBER       TO PL-BATCH-NUMBER
           MOVE RT-LOAN-NUMBER        TO PL-LOAN-NUMBER
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
           MOVE "PAYRTRN"            TO AL-PROGRAM-NAME
           MOVE "NIGHTLY"            TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "LOAN=" RT-LOAN-NUMBER " AMOUNT=" RT-AMOUNT
               " " RT-RETURN-REASON
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
      * A reversal that put fees back carries all three portions in
      * the short form, to fit the description.
           IF RETURN-IS-VALID
               EVALUATE TRUE
                   WHEN RETURN-IS-RECOVERY
                       STRING "RECOVERY RETURNED=" RT-AMOUNT
                           DELIMITED BY SIZE
                           INTO AL-OUTPUT-DESCRIPTION
                   WHEN WS-FEE-PORTION > ZERO AND LOAN-REOPENED
                       STRING "FEE=" WS-FEE-PORTION
                           " I=" WS-INTEREST-PORTION
                           " P=" WS-PRINCIPAL-PORTION " RO"
                           DELIMITED BY SIZE
                           INTO AL-OUTPUT-DESCRIPTION
                   WHEN WS-FEE-PORTION > ZERO
                       STRING "FEE=" WS-FEE-PORTION
                           " I=" WS-INTEREST-PORTION
                           " P=" WS-PRINCIPAL-PORTION
                           DELIMITED BY SIZE
                           INTO AL-OUTPUT-DESCRIPTION
                   WHEN LOAN-REOPENED
                       STRING "INT=" WS-INTEREST-PORTION
                           " PRIN=" WS-PRINCIPAL-PORTION " REOPENED"
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
                   DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
               MOVE "REJECTED" TO AL-COMPLETION-STATUS
           END-IF

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      * One reversal event per returned payment, carrying the split
      * put back and the master's position as just rewritten. A
      * returned recovery carries its amount in the principal field,
      * as the recovery event it reverses does.
       2950-WRITE-HISTORY-EVENT.
           MOVE LM-LOAN-NUMBER       TO LH-LOAN-NUMBER
           MOVE PC-RUN-DATE          TO LH-EVENT-DATE
           SET LH-EVENT-REVERSAL     TO TRUE
           MOVE PC-BATCH-NUMBER      TO LH-BATCH-NUMBER
           MOVE WS-INTEREST-PORTION  TO LH-INTEREST-AMOUNT
           IF RETURN-IS-RECOVERY
               MOVE RT-AMOUNT        TO LH-PRINCIPAL-AMOUNT
           ELSE
               MOVE WS-PRINCIPAL-PORTION TO LH-PRINCIPAL-AMOUNT
           END-IF
           MOVE ZERO                 TO LH-NEW-RATE
           MOVE LM-CURRENT-BALANCE   TO LH-BALANCE-AFTER
           MOVE LM-ACCRUED-INTEREST  TO LH-ACCRUED-AFTER
           MOVE WS-FEE-PORTION       TO LH-FEE-AMOUNT
           MOVE LM-FEES-DUE          TO LH-FEES-AFTER
           CALL "LOANHIST" USING LOAN-HISTORY-RECORD.

       3000-FINALIZE.
           MOVE WS-RETURN-COUNT    TO TL-RETURN-COUNT
           MOVE WS-REVERSED-COUNT  TO TL-REVERSED-COUNT
           MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT
           MOVE WS-REOPENED-COUNT  TO TL-REOPENED-COUNT
           MOVE WS-REVERSED-TOTAL  TO TL-REVERSED-TOTAL
           WRITE RETURN-REGISTER-RECORD FROM WS-TOTAL-LINE

           MOVE WS-POSTING-LINE-COUNT TO PT-LINE-COUNT
           MOVE WS-POSTING-HASH-TOTAL TO PT-HASH-TOTAL
           WRITE GL-POSTING-RECORD FROM WS-POSTING-TRAILER

           PERFORM 3080-WRITE-PAYMENT-CONTROL

           IF WS-RETURN-FILE-STATUS NOT = "35"
               CLOSE RETURN-TRANS-FILE
           END-IF
           CLOSE LOAN-MASTER-FILE
           CLOSE RETURN-REGISTER-FILE
           CLOSE RETURN-EXCEPTION-FILE
           CLOSE GL-POSTING-FILE

           SET RK-FUNCTION-END TO TRUE
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.

      * A reversal control record under the run's batch number -
      * LOANPROOF adds these totals back into the roll-forward.
       3080-WRITE-PAYMENT-CONTROL.
           OPEN EXTEND PAYMENT-CONTROL-FILE
           IF WS-PAY-CONTROL-STATUS = "35"
               OPEN OUTPUT PAYMENT-CONTROL-FILE
           END-IF

           MOVE PC-BATCH-NUMBER    TO PB-BATCH-NUMBER
           MOVE WS-INTEREST-TOTAL  TO PB-INTEREST-TOTAL
           MOVE WS-PRINCIPAL-TOTAL TO PB-PRINCIPAL-TOTAL
           MOVE WS-REVERSED-COUNT  TO PB-POSTED-COUNT
           SET PB-TYPE-REVERSAL    TO TRUE
           MOVE WS-FEE-TOTAL       TO PB-FEE-TOTAL
           MOVE WS-RECOVERY-TOTAL  TO PB-RECOVERY-TOTAL
           WRITE PAYMENT-CONTROL-RECORD

           CLOSE PAYMENT-CONTROL-FILE.

      * Graded completion code for the NIGHTLY COND gating:
      * 0 = every return reversed, 4 = exceptions on RTNEXC, 8 =
      * returns were presented but none could be reversed. A night
      * with no return file at all is a clean night.
       9000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-RETURN-COUNT = ZERO
                   MOVE 0 TO RETURN-CODE
               WHEN WS-REVERSED-COUNT = ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
