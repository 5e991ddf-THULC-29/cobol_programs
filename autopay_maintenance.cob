       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOMNT.

      * Modification history:
      * New program - online (terminal) autopay enrollment against
      * the persistent autopay file (AUTOPAY), keyed by loan number.
      * Supports ENROLL, CHANGE, CANCEL and INQUIRE transactions.
      * ENROLL takes the borrower's customer number (which must be
      * the customer the loan master carries for the loan, so a
      * debit can never be set up against somebody else's loan), the
      * bank routing number (nine digits passing the ABA check
      * digit), the account number, checking or savings, and the
      * effective date (a real calendar date, not before the run
      * date). Only an active loan can be enrolled. A loan enrolled
      * before and cancelled is re-enrolled on its existing record,
      * so its return history stays with it. CHANGE re-keys the
      * bank details and effective date of an enrolled loan, and
      * CANCEL ends the enrollment - the nightly ACHORIG run sends
      * no further debits. A debit already sent to the bank still
      * settles, and the operator is told so. INQUIRE is a
      * read-only lookup and is not audited. The session starts
      * with an operator sign-on like LOANMAINT, the operator's ID
      * is stamped on the record and on the audit trail, and every
      * ENROLL, CHANGE and CANCEL, completed or rejected, goes to
      * the shared audit trail.
      * Ends with a graded RETURN-CODE (0 clean session, 4 one or
      * more transactions rejected).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-FILE ASSIGN TO "AUTOPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-LOAN-NUMBER
               FILE STATUS IS WS-AUTOPAY-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-FILE.
           COPY "autopay_record.cpy".

       FD  LOAN-MASTER-FILE.
           COPY "loan_master_record.cpy".

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "date_calc.cpy".

       01  WS-AUTOPAY-FILE-STATUS      PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.

       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

       01  WS-DONE-FLAG                PIC X VALUE "N".
           88  MAINTENANCE-DONE            VALUE "Y".

       01  WS-TRANSACTION-CODE         PIC X(1).
           88  TRAN-ENROLL                 VALUE "E".
           88  TRAN-CHANGE                 VALUE "C".
           88  TRAN-CANCEL                 VALUE "D".
           88  TRAN-INQUIRE                VALUE "I".
           88  TRAN-EXIT                   VALUE "X".

       01  WS-INQUIRY-KEY              PIC 9(6).

       01  WS-ENROLL-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-CANCEL-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-INQUIRY-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(5) VALUE ZERO.

       01  WS-LAST-TRANSACTION         PIC X(10) VALUE SPACES.

       01  WS-VALID-FLAG               PIC X VALUE "Y".
           88  ENROLLMENT-IS-VALID         VALUE "Y".
           88  ENROLLMENT-IS-INVALID       VALUE "N".

       01  WS-ON-FILE-FLAG             PIC X VALUE "N".
           88  AUTOPAY-ON-FILE             VALUE "Y".

       01  WS-REJECT-REASON            PIC X(40).
       01  WS-AUDIT-STATUS             PIC X(10).

      * The enrollment as keyed - moved onto the record only once
      * every edit has passed.
       01  WS-CUSTOMER-NUMBER          PIC 9(6).
       01  WS-ROUTING-NUMBER           PIC 9(9).
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-NUMBER.
           05  WS-ROUTING-DIGIT        PIC 9(1) OCCURS 9 TIMES.
       01  WS-ACCOUNT-NUMBER           PIC X(17).
       01  WS-ACCOUNT-TYPE             PIC X(1).
           88  ACCOUNT-TYPE-IS-VALID       VALUE "C" "S".
       01  WS-EFFECTIVE-DATE           PIC 9(8).

      * ABA routing check digit: the nine digits weighted 3, 7, 1
      * repeating must sum to a multiple of ten.
       01  WS-CHECK-SUM                PIC 9(4).
       01  WS-CHECK-QUOTIENT           PIC 9(4).
       01  WS-CHECK-REMAINDER          PIC 9(1).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION UNTIL MAINTENANCE-DONE
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

      * The first enrollment ever taken finds no autopay file - it
      * is created empty, the same way LOANMAINT creates LOANMSTR.
       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD
           PERFORM 1100-OPERATOR-SIGN-ON
           OPEN I-O AUTOPAY-FILE
           IF WS-AUTOPAY-FILE-STATUS = "35"
               CLOSE AUTOPAY-FILE
               OPEN OUTPUT AUTOPAY-FILE
               CLOSE AUTOPAY-FILE
               OPEN I-O AUTOPAY-FILE
           END-IF
           OPEN INPUT LOAN-MASTER-FILE.

      * Every transaction this session writes to the audit trail
      * carries who keyed it - a blank sign-on is re-prompted, so
      * the field can never arrive empty.
       1100-OPERATOR-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM 1150-PROMPT-OPERATOR-ID
               UNTIL WS-OPERATOR-ID NOT = SPACES.

       1150-PROMPT-OPERATOR-ID.
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID.

       2000-PROCESS-TRANSACTION.
           DISPLAY "AUTOPAY ENROLLMENT"
           DISPLAY "E=ENROLL C=CHANGE D=CANCEL I=INQUIRE X=EXIT"
           DISPLAY "ENTER TRANSACTION CODE: "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN TRAN-ENROLL
                   PERFORM 2100-ENROLL-LOAN
               WHEN TRAN-CHANGE
                   PERFORM 2200-CHANGE-ENROLLMENT
               WHEN TRAN-CANCEL
                   PERFORM 2300-CANCEL-ENROLLMENT
               WHEN TRAN-INQUIRE
                   PERFORM 2400-INQUIRE-ENROLLMENT
               WHEN TRAN-EXIT
                   SET MAINTENANCE-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

      * A loan never enrolled gets a new record; a cancelled one is
      * re-enrolled on the record it already has. An enrolled loan
      * is changed, not enrolled twice.
       2100-ENROLL-LOAN.
           MOVE "ENROLL" TO WS-LAST-TRANSACTION
           DISPLAY "ENTER LOAN NUMBER: "
           ACCEPT WS-INQUIRY-KEY
           PERFORM 2050-READ-AUTOPAY

           IF AUTOPAY-ON-FILE
                   AND AP-ENROLLED
               MOVE "LOAN ALREADY ENROLLED - USE CHANGE"
                   TO WS-REJECT-REASON
               PERFORM 2800-REJECT-TRANSACTION
           ELSE
               PERFORM 2500-ACCEPT-BANK-DETAILS
               PERFORM 2600-VALIDATE-ENROLLMENT
               IF ENROLLMENT-IS-VALID
                   IF NOT AUTOPAY-ON-FILE
                       MOVE SPACES TO AUTOPAY-RECORD
                       MOVE WS-INQUIRY-KEY TO AP-LOAN-NUMBER
                       MOVE ZERO TO AP-ORIGINATED-DUE-DATE
                       MOVE ZERO TO AP-PENDING-SETTLE-DATE
                       MOVE ZERO TO AP-PENDING-AMOUNT
                       MOVE ZERO TO AP-PENDING-TRACE
                       MOVE ZERO TO AP-LAST-SETTLED-DATE
                       MOVE ZERO TO AP-LAST-SETTLED-AMOUNT
                       MOVE ZERO TO AP-LAST-SETTLED-TRACE
                       MOVE ZERO TO AP-RETURN-COUNT
                       MOVE ZERO TO AP-LAST-RETURN-DATE
                   END-IF
                   PERFORM 2700-MOVE-BANK-DETAILS
                   SET AP-ENROLLED TO TRUE
                   MOVE PC-RUN-DATE TO AP-ENROLLED-DATE
                   MOVE ZERO        TO AP-CANCELLED-DATE
                   MOVE SPACES      TO AP-CANCEL-REASON
                   IF AUTOPAY-ON-FILE
                       REWRITE AUTOPAY-RECORD
                           INVALID KEY
                               PERFORM 2850-WRITE-FAILED
                           NOT INVALID KEY
                               ADD 1 TO WS-ENROLL-COUNT
                               PERFORM 2870-TRANSACTION-COMPLETE
                       END-REWRITE
                   ELSE
                       WRITE AUTOPAY-RECORD
                           INVALID KEY
                               PERFORM 2850-WRITE-FAILED
                           NOT INVALID KEY
                               ADD 1 TO WS-ENROLL-COUNT
                               PERFORM 2870-TRANSACTION-COMPLETE
                       END-WRITE
                   END-IF
               ELSE
                   PERFORM 2800-REJECT-TRANSACTION
               END-IF
           END-IF.

       2050-READ-AUTOPAY.
           MOVE "N" TO WS-ON-FILE-FLAG
           MOVE WS-INQUIRY-KEY TO AP-LOAN-NUMBER
           READ AUTOPAY-FILE
               KEY IS AP-LOAN-NUMBER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET AUTOPAY-ON-FILE TO TRUE
           END-READ.

      * The new details take effect from the next debit ACHORIG
      * sends - one already sent settles against the old account.
       2200-CHANGE-ENROLLMENT.
           MOVE "CHANGE" TO WS-LAST-TRANSACTION
           DISPLAY "ENTER LOAN NUMBER: "
           ACCEPT WS-INQUIRY-KEY
           PERFORM 2050-READ-AUTOPAY

           IF NOT AUTOPAY-ON-FILE
                   OR NOT AP-ENROLLED
               MOVE "LOAN NOT ENROLLED IN AUTOPAY"
                   TO WS-REJECT-REASON
               PERFORM 2800-REJECT-TRANSACTION
           ELSE
               PERFORM 2500-ACCEPT-BANK-DETAILS
               PERFORM 2600-VALIDATE-ENROLLMENT
               IF ENROLLMENT-IS-VALID
                   PERFORM 2700-MOVE-BANK-DETAILS
                   REWRITE AUTOPAY-RECORD
                       INVALID KEY
                           PERFORM 2850-WRITE-FAILED
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGE-COUNT
                           PERFORM 2750-WARN-PENDING-DEBIT
                           PERFORM 2870-TRANSACTION-COMPLETE
                   END-REWRITE
               ELSE
                   PERFORM 2800-REJECT-TRANSACTION
               END-IF
           END-IF.

       2300-CANCEL-ENROLLMENT.
           MOVE "CANCEL" TO WS-LAST-TRANSACTION
           DISPLAY "ENTER LOAN NUMBER: "
           ACCEPT WS-INQUIRY-KEY
           PERFORM 2050-READ-AUTOPAY

           IF NOT AUTOPAY-ON-FILE
                   OR NOT AP-ENROLLED
               MOVE "LOAN NOT ENROLLED IN AUTOPAY"
                   TO WS-REJECT-REASON
               PERFORM 2800-REJECT-TRANSACTION
           ELSE
               SET AP-NOT-ENROLLED TO TRUE
               MOVE PC-RUN-DATE       TO AP-CANCELLED-DATE
               MOVE "CANCELLED ONLINE" TO AP-CANCEL-REASON
               MOVE PC-RUN-DATE       TO AP-LAST-MAINT-DATE
               MOVE WS-OPERATOR-ID    TO AP-LAST-MAINT-OPERATOR
               REWRITE AUTOPAY-RECORD
                   INVALID KEY
                       PERFORM 2850-WRITE-FAILED
                   NOT INVALID KEY
                       ADD 1 TO WS-CANCEL-COUNT
                       PERFORM 2750-WARN-PENDING-DEBIT
                       PERFORM 2870-TRANSACTION-COMPLETE
               END-REWRITE
           END-IF.

       2400-INQUIRE-ENROLLMENT.
           MOVE "INQUIRE" TO WS-LAST-TRANSACTION
           DISPLAY "ENTER LOAN NUMBER: "
           ACCEPT WS-INQUIRY-KEY
           PERFORM 2050-READ-AUTOPAY

           IF NOT AUTOPAY-ON-FILE
               DISPLAY "LOAN NOT ON AUTOPAY FILE"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               DISPLAY "LOAN NUMBER   = " AP-LOAN-NUMBER
               DISPLAY "CUSTOMER      = " AP-CUSTOMER-NUMBER
               DISPLAY "ENROLLED      = " AP-ENROLLED-FLAG
               DISPLAY "ROUTING       = " AP-ROUTING-NUMBER
               DISPLAY "ACCOUNT       = " AP-ACCOUNT-NUMBER
                   " TYPE=" AP-ACCOUNT-TYPE
               DISPLAY "EFFECTIVE     = " AP-EFFECTIVE-DATE
               DISPLAY "ENROLLED ON   = " AP-ENROLLED-DATE
               IF AP-NOT-ENROLLED
                   DISPLAY "CANCELLED ON  = " AP-CANCELLED-DATE
                       " " AP-CANCEL-REASON
               END-IF
               IF AP-PENDING-SETTLE-DATE NOT = ZERO
                   DISPLAY "PENDING DEBIT = " AP-PENDING-AMOUNT
                       " SETTLES " AP-PENDING-SETTLE-DATE
                       " FOR DUE " AP-ORIGINATED-DUE-DATE
               END-IF
               IF AP-LAST-SETTLED-DATE NOT = ZERO
                   DISPLAY "LAST SETTLED  = " AP-LAST-SETTLED-AMOUNT
                       " ON " AP-LAST-SETTLED-DATE
               END-IF
               DISPLAY "RETURNS       = " AP-RETURN-COUNT
               IF AP-RETURN-COUNT > ZERO
                   DISPLAY "LAST RETURN   = " AP-LAST-RETURN-CODE
                       " ON " AP-LAST-RETURN-DATE
               END-IF
               DISPLAY "LAST MAINT    = " AP-LAST-MAINT-DATE
                   " " AP-LAST-MAINT-OPERATOR
               ADD 1 TO WS-INQUIRY-COUNT
           END-IF.

       2500-ACCEPT-BANK-DETAILS.
           DISPLAY "ENTER CUSTOMER NUMBER: "
           ACCEPT WS-CUSTOMER-NUMBER
           DISPLAY "ENTER BANK ROUTING NUMBER (9 DIGITS): "
           ACCEPT WS-ROUTING-NUMBER
           DISPLAY "ENTER BANK ACCOUNT NUMBER: "
           ACCEPT WS-ACCOUNT-NUMBER
           DISPLAY "ENTER ACCOUNT TYPE (C=CHECKING S=SAVINGS): "
           ACCEPT WS-ACCOUNT-TYPE
           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD): "
           ACCEPT WS-EFFECTIVE-DATE.

      * The loan must be on file and active, and belong to the
      * customer keyed. The routing number must pass the ABA check
      * digit, and the effective date must be a real calendar date
      * no earlier than the run date.
       2600-VALIDATE-ENROLLMENT.
           SET ENROLLMENT-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           MOVE WS-INQUIRY-KEY TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               KEY IS LM-LOAN-NUMBER
               INVALID KEY
                   SET ENROLLMENT-IS-INVALID TO TRUE
                   MOVE "LOAN NOT ON FILE" TO WS-REJECT-REASON
           END-READ

           IF ENROLLMENT-IS-VALID
                   AND NOT LM-STATUS-ACTIVE
               SET ENROLLMENT-IS-INVALID TO TRUE
               MOVE "LOAN IS NOT ACTIVE" TO WS-REJECT-REASON
           END-IF

           IF ENROLLMENT-IS-VALID
                   AND WS-CUSTOMER-NUMBER NOT = LM-CUSTOMER-NUMBER
               SET ENROLLMENT-IS-INVALID TO TRUE
               MOVE "CUSTOMER DOES NOT OWN THIS LOAN"
                   TO WS-REJECT-REASON
           END-IF

           IF ENROLLMENT-IS-VALID
               PERFORM 2650-CHECK-ROUTING-NUMBER
           END-IF

           IF ENROLLMENT-IS-VALID
                   AND WS-ACCOUNT-NUMBER = SPACES
               SET ENROLLMENT-IS-INVALID TO TRUE
               MOVE "ACCOUNT NUMBER MUST NOT BE BLANK"
                   TO WS-REJECT-REASON
           END-IF

           IF ENROLLMENT-IS-VALID
                   AND NOT ACCOUNT-TYPE-IS-VALID
               SET ENROLLMENT-IS-INVALID TO TRUE
               MOVE "ACCOUNT TYPE MUST BE C OR S"
                   TO WS-REJECT-REASON
           END-IF

           IF ENROLLMENT-IS-VALID
               IF WS-EFFECTIVE-DATE < PC-RUN-DATE
                   SET ENROLLMENT-IS-INVALID TO TRUE
                   MOVE "EFFECTIVE DATE IS BEFORE THE RUN DATE"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-EFFECTIVE-DATE TO DK-DATE
                   CALL "DATECALC" USING DATE-CALC-REQUEST
                   IF DK-DATE-INVALID
                       SET ENROLLMENT-IS-INVALID TO TRUE
                       MOVE "EFFECTIVE DATE IS NOT A VALID DATE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       2650-CHECK-ROUTING-NUMBER.
           COMPUTE WS-CHECK-SUM =
               3 * (WS-ROUTING-DIGIT (1) + WS-ROUTING-DIGIT (4)
                    + WS-ROUTING-DIGIT (7))
               + 7 * (WS-ROUTING-DIGIT (2) + WS-ROUTING-DIGIT (5)
                    + WS-ROUTING-DIGIT (8))
               + WS-ROUTING-DIGIT (3) + WS-ROUTING-DIGIT (6)
               + WS-ROUTING-DIGIT (9)
           DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER
           IF WS-ROUTING-NUMBER = ZERO
                   OR WS-CHECK-REMAINDER NOT = ZERO
               SET ENROLLMENT-IS-INVALID TO TRUE
               MOVE "ROUTING NUMBER FAILS THE CHECK DIGIT"
                   TO WS-REJECT-REASON
           END-IF.

       2700-MOVE-BANK-DETAILS.
           MOVE WS-CUSTOMER-NUMBER TO AP-CUSTOMER-NUMBER
           MOVE WS-ROUTING-NUMBER  TO AP-ROUTING-NUMBER
           MOVE WS-ACCOUNT-NUMBER  TO AP-ACCOUNT-NUMBER
           MOVE WS-ACCOUNT-TYPE    TO AP-ACCOUNT-TYPE
           MOVE WS-EFFECTIVE-DATE  TO AP-EFFECTIVE-DATE
           MOVE PC-RUN-DATE        TO AP-LAST-MAINT-DATE
           MOVE WS-OPERATOR-ID     TO AP-LAST-MAINT-OPERATOR.

       2750-WARN-PENDING-DEBIT.
           IF AP-PENDING-SETTLE-DATE NOT = ZERO
               DISPLAY "NOTE - DEBIT OF " AP-PENDING-AMOUNT
                   " ALREADY SENT WILL SETTLE ON "
                   AP-PENDING-SETTLE-DATE
           END-IF.

       2800-REJECT-TRANSACTION.
           DISPLAY WS-LAST-TRANSACTION " REJECTED - "
               WS-REJECT-REASON
           ADD 1 TO WS-REJECT-COUNT
           MOVE "REJECTED" TO WS-AUDIT-STATUS
           PERFORM 2900-WRITE-AUDIT-RECORD.

       2850-WRITE-FAILED.
           MOVE SPACES TO WS-REJECT-REASON
           STRING "AUTOPAY WRITE FAILED - STATUS="
               WS-AUTOPAY-FILE-STATUS
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           PERFORM 2800-REJECT-TRANSACTION.

       2870-TRANSACTION-COMPLETE.
           DISPLAY WS-LAST-TRANSACTION " COMPLETE - LOAN "
               AP-LOAN-NUMBER
           MOVE "COMPLETE" TO WS-AUDIT-STATUS
           PERFORM 2900-WRITE-AUDIT-RECORD.

       2900-WRITE-AUDIT-RECORD.
           MOVE "AUTOMNT"            TO AL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID       TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "TRAN=" WS-LAST-TRANSACTION " LOAN=" WS-INQUIRY-KEY
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           EVALUATE TRUE
               WHEN WS-AUDIT-STATUS NOT = "COMPLETE"
                   STRING "REASON=" WS-REJECT-REASON
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
               WHEN TRAN-CANCEL
                   STRING "CANCELLED EFF=" AP-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
               WHEN OTHER
                   STRING "RTN=" AP-ROUTING-NUMBER
                       " TYPE=" AP-ACCOUNT-TYPE
                       " EFF=" AP-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
           END-EVALUATE

           MOVE WS-AUDIT-STATUS TO AL-COMPLETION-STATUS

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

       3000-FINALIZE.
           CLOSE AUTOPAY-FILE
           CLOSE LOAN-MASTER-FILE
           DISPLAY "ENROLLMENTS=" WS-ENROLL-COUNT
           DISPLAY "CHANGES=" WS-CHANGE-COUNT
           DISPLAY "CANCELLATIONS=" WS-CANCEL-COUNT
           DISPLAY "INQUIRIES=" WS-INQUIRY-COUNT
           DISPLAY "REJECTS=" WS-REJECT-COUNT.
