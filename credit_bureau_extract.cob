       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRBUREAU.

      * Modification history:
      * New program - month-end credit-bureau reporting extract.
      * Sweeps the loan master in loan-number order, joins each
      * loan to the customer master for the borrower's name and
      * mailing address, and writes the bureau file in the bureau's
      * fixed header / base / trailer format: one header naming the
      * reporter and the activity date, one base record per loan
      * reported, and a trailer carrying the base record count, the
      * count per account status and the balance and scheduled
      * payment totals.
      * Every active loan is reported with its balance, scheduled
      * payment and days past due - measured against PC-RUN-DATE
      * through the shared DATECALC calendar exactly as LOANDELQ
      * ages the book - and the status that follows from them:
      * current (under 30 days), or delinquent at 30, 60 or 90+
      * days. A charged-off loan is reported every month as charged
      * off, with the amount written off and the balance still owed
      * after recoveries. A closed loan is reported once, as paid
      * and closed with its closed date, and then dropped - the
      * closed date reported is written back to
      * LM-BUREAU-CLOSED-DATE so next month's extract passes it by.
      * A loan whose borrower is not on the customer master, or
      * whose due date fails the calendar check, cannot be reported
      * truthfully - it goes to the exception report instead and is
      * picked up the month the record is put right.
      * The control report proves the file back to the master: the
      * master's own active, charged-off and closed counts and the
      * active balance, taken as every record is read, must equal
      * what was reported plus what was excepted (plus, for closed
      * loans, what was already reported in an earlier month).
      * Checks in with the shared RUNCTL run-control keeper at
      * initialize and end of job, and ends with a call to AUDITLOG
      * - the activity date and the counts and balance reported are
      * on the audit trail for every extract, to answer disputes
      * about what was reported when - and a graded RETURN-CODE
      * (0 = clean, 4 = exceptions on CRBEXC, 8 = the run date
      * failed the calendar check and no file was produced, 12 = the
      * file does not prove to the master or a master rewrite
      * failed).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT BUREAU-FILE ASSIGN TO "CRBFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUREAU-REPORT-FILE ASSIGN TO "CRBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUREAU-EXCEPTION-FILE ASSIGN TO "CRBEXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY "loan_master_record.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "customer_master_record.cpy".

       FD  BUREAU-FILE.
       01  BUREAU-RECORD               PIC X(200).

       FD  BUREAU-REPORT-FILE.
       01  BUREAU-REPORT-RECORD        PIC X(100).

       FD  BUREAU-EXCEPTION-FILE.
       01  BUREAU-EXCEPTION-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "run_control_record.cpy".
           COPY "date_calc.cpy".

       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-CUSTOMER-FILE-STATUS     PIC XX.

       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  END-OF-MASTER-SWEEP         VALUE "Y".

       01  WS-RUN-DATE-FLAG            PIC X VALUE "Y".
           88  RUN-DATE-IS-VALID           VALUE "Y".
           88  RUN-DATE-IS-INVALID         VALUE "N".

       01  WS-CUSTOMER-FOUND-FLAG      PIC X VALUE "N".
           88  CUSTOMER-RECORD-FOUND       VALUE "Y".

       01  WS-REPORTABLE-FLAG          PIC X VALUE "N".
           88  LOAN-IS-REPORTABLE          VALUE "Y".

       01  WS-PROOF-FLAG               PIC X VALUE "Y".
           88  EXTRACT-PROVES              VALUE "Y".
           88  EXTRACT-DOES-NOT-PROVE      VALUE "N".

       01  WS-REJECT-REASON            PIC X(40).

       01  WS-REPORTER-ID              PIC X(10) VALUE "LOANSYS001".

       01  WS-RUN-DAY-NUMBER           PIC 9(7).
       01  WS-DUE-DAY-NUMBER           PIC 9(7).
       01  WS-DAYS-PAST-DUE            PIC S9(5).
       01  WS-AMOUNT-OWED              PIC 9(9)V99.

      * Master control totals - taken from every record as it is
      * read, before the loan is classified, so the proof compares
      * two independent counts.
       01  WS-MASTER-READ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-MASTER-ACTIVE-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-MASTER-ACTIVE-BALANCE    PIC 9(13)V99 VALUE ZERO.
       01  WS-MASTER-CHGOFF-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-MASTER-CLOSED-COUNT      PIC 9(7) VALUE ZERO.

      * Reported totals - taken as each base record is written.
       01  WS-BASE-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-CURRENT-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-DELINQUENT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-CLOSED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-CHGOFF-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-REPORTED-ACTIVE-BALANCE  PIC 9(13)V99 VALUE ZERO.
       01  WS-REPORTED-BALANCE-TOTAL   PIC 9(13)V99 VALUE ZERO.
       01  WS-REPORTED-PAYMENT-TOTAL   PIC 9(13)V99 VALUE ZERO.

       01  WS-ACTIVE-EXCEPTION-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-ACTIVE-EXCEPTION-BALANCE PIC 9(13)V99 VALUE ZERO.
       01  WS-CHGOFF-EXCEPTION-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-CLOSED-EXCEPTION-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-ALREADY-REPORTED-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-REWRITE-FAIL-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-PROOF-LEFT-AMOUNT        PIC 9(13)V99.
       01  WS-PROOF-RIGHT-AMOUNT       PIC 9(13)V99.

      * Bureau file layouts - header, base and trailer, all 200
      * bytes, told apart by the record type in the first byte.
      * Account status codes on the base record: 11 current, 71 30
      * days past due, 78 60 days, 80 90 days or more, 13 paid and
      * closed, 97 charged off.
       01  WS-BUREAU-HEADER.
           05  BH-RECORD-TYPE          PIC X(1) VALUE "H".
           05  BH-REPORTER-ID          PIC X(10).
           05  BH-ACTIVITY-DATE        PIC 9(8).
           05  BH-BATCH-NUMBER         PIC 9(7).
           05  BH-PROGRAM-NAME         PIC X(8) VALUE "CRBUREAU".
           05  FILLER                  PIC X(166) VALUE SPACES.

       01  WS-BUREAU-BASE.
           05  BB-RECORD-TYPE          PIC X(1) VALUE "B".
           05  BB-ACCOUNT-NUMBER       PIC 9(6).
           05  BB-CUSTOMER-NUMBER      PIC 9(6).
           05  BB-PRODUCT-CODE         PIC X(4).
           05  BB-NAME                 PIC X(30).
           05  BB-ADDRESS-LINE-1       PIC X(30).
           05  BB-ADDRESS-LINE-2       PIC X(30).
           05  BB-ACCOUNT-STATUS       PIC X(2).
               88  BB-STATUS-CURRENT       VALUE "11".
               88  BB-STATUS-30-DAYS       VALUE "71".
               88  BB-STATUS-60-DAYS       VALUE "78".
               88  BB-STATUS-90-DAYS       VALUE "80".
               88  BB-STATUS-PAID-CLOSED   VALUE "13".
               88  BB-STATUS-CHARGED-OFF   VALUE "97".
           05  BB-DAYS-PAST-DUE        PIC 9(5).
           05  BB-ORIGINAL-AMOUNT      PIC 9(7)V99.
           05  BB-CURRENT-BALANCE      PIC 9(9)V99.
           05  BB-SCHEDULED-PAYMENT    PIC 9(7)V99.
           05  BB-NEXT-DUE-DATE        PIC 9(8).
           05  BB-CLOSED-DATE          PIC 9(8).
           05  BB-CHARGE-OFF-AMOUNT    PIC 9(9)V99.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-BUREAU-TRAILER.
           05  BT-RECORD-TYPE          PIC X(1) VALUE "T".
           05  BT-BASE-COUNT           PIC 9(7).
           05  BT-CURRENT-COUNT        PIC 9(7).
           05  BT-DELINQUENT-COUNT     PIC 9(7).
           05  BT-CLOSED-COUNT         PIC 9(7).
           05  BT-CHGOFF-COUNT         PIC 9(7).
           05  BT-BALANCE-TOTAL        PIC 9(13)V99.
           05  BT-PAYMENT-TOTAL        PIC 9(13)V99.
           05  FILLER                  PIC X(134) VALUE SPACES.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(32) VALUE
               "CREDIT BUREAU EXTRACT CONTROL".
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  RH-RUN-DATE             PIC 9(8).

       01  WS-COUNT-LINE.
           05  CL-LABEL                PIC X(32).
           05  CL-COUNT                PIC ZZZZZZ9.

       01  WS-AMOUNT-LINE.
           05  ML-LABEL                PIC X(32).
           05  ML-AMOUNT               PIC ZZZZZZZZZZZZ9.99.

       01  WS-PROOF-LINE.
           05  PF-LABEL                PIC X(32).
           05  PF-LEFT                 PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(3) VALUE " = ".
           05  PF-RIGHT                PIC ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PF-VERDICT              PIC X(6).

       01  WS-VERDICT-LINE             PIC X(60).

       01  WS-EXCEPTION-LINE.
           05  EL-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  EL-CUSTOMER-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  EL-RECORD-STATUS        PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  EL-REASON               PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-ONE-LOAN UNTIL END-OF-MASTER-SWEEP
           PERFORM 3000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * Graded completion code: a file that does not prove to the
      * master must not go to the bureau, and a failed rewrite means
      * a closed loan would be reported again next month - both stop
      * the close for correction.
       9000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-REWRITE-FAIL-COUNT > ZERO
                   MOVE 12 TO RETURN-CODE
               WHEN EXTRACT-DOES-NOT-PROVE
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
           MOVE "CRBUREAU" TO RK-STEP-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RK-RUN-REFUSED
               DISPLAY "BATCH " PC-BATCH-NUMBER
                   " STEP CRBUREAU ALREADY COMPLETE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BUREAU-FILE
           OPEN OUTPUT BUREAU-REPORT-FILE
           OPEN OUTPUT BUREAU-EXCEPTION-FILE
           MOVE PC-RUN-DATE TO RH-RUN-DATE
           WRITE BUREAU-REPORT-RECORD FROM WS-REPORT-HEADING

           MOVE PC-RUN-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-INVALID
               DISPLAY "RUN DATE " PC-RUN-DATE
                   " IS NOT A VALID DATE - NO BUREAU FILE PRODUCED"
               SET RUN-DATE-IS-INVALID TO TRUE
               SET END-OF-MASTER-SWEEP TO TRUE
           ELSE
               MOVE DK-DAY-NUMBER TO WS-RUN-DAY-NUMBER
               MOVE WS-REPORTER-ID  TO BH-REPORTER-ID
               MOVE PC-RUN-DATE     TO BH-ACTIVITY-DATE
               MOVE PC-BATCH-NUMBER TO BH-BATCH-NUMBER
               WRITE BUREAU-RECORD FROM WS-BUREAU-HEADER
               OPEN I-O LOAN-MASTER-FILE
               OPEN INPUT CUSTOMER-MASTER-FILE
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

      * The master totals are taken first, from the record as read;
      * the loan is then classified and reported by its status.
       2000-REPORT-ONE-LOAN.
           ADD 1 TO WS-MASTER-READ-COUNT

           EVALUATE TRUE
               WHEN LM-STATUS-ACTIVE
                   ADD 1 TO WS-MASTER-ACTIVE-COUNT
                   ADD LM-CURRENT-BALANCE TO WS-MASTER-ACTIVE-BALANCE
                   PERFORM 2100-REPORT-ACTIVE-LOAN
               WHEN LM-STATUS-CHARGED-OFF
                   ADD 1 TO WS-MASTER-CHGOFF-COUNT
                   PERFORM 2200-REPORT-CHARGED-OFF-LOAN
               WHEN LM-STATUS-CLOSED
                   ADD 1 TO WS-MASTER-CLOSED-COUNT
                   IF LM-BUREAU-CLOSED-DATE = LM-CLOSED-DATE
                       ADD 1 TO WS-ALREADY-REPORTED-COUNT
                   ELSE
                       PERFORM 2300-REPORT-CLOSED-LOAN
                   END-IF
           END-EVALUATE

           READ LOAN-MASTER-FILE NEXT
               AT END SET END-OF-MASTER-SWEEP TO TRUE
           END-READ.

      * Days past due are measured exactly as LOANDELQ ages the
      * loan. A loan with no schedule is never past due.
       2100-REPORT-ACTIVE-LOAN.
           MOVE ZERO TO WS-DAYS-PAST-DUE
           SET LOAN-IS-REPORTABLE TO TRUE
           IF LM-NEXT-DUE-DATE NOT = ZERO
               MOVE LM-NEXT-DUE-DATE TO DK-DATE
               CALL "DATECALC" USING DATE-CALC-REQUEST
               IF DK-DATE-INVALID
                   MOVE "N" TO WS-REPORTABLE-FLAG
                   MOVE "DUE DATE FAILS CALENDAR CHECK"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE DK-DAY-NUMBER TO WS-DUE-DAY-NUMBER
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-RUN-DAY-NUMBER - WS-DUE-DAY-NUMBER
                   IF WS-DAYS-PAST-DUE < ZERO
                       MOVE ZERO TO WS-DAYS-PAST-DUE
                   END-IF
               END-IF
           END-IF

           IF LOAN-IS-REPORTABLE
               PERFORM 2500-READ-CUSTOMER
           END-IF

           IF LOAN-IS-REPORTABLE
               PERFORM 2600-BUILD-BASE-RECORD
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE < 30
                       SET BB-STATUS-CURRENT TO TRUE
                       ADD 1 TO WS-CURRENT-COUNT
                   WHEN WS-DAYS-PAST-DUE < 60
                       SET BB-STATUS-30-DAYS TO TRUE
                       ADD 1 TO WS-DELINQUENT-COUNT
                   WHEN WS-DAYS-PAST-DUE < 90
                       SET BB-STATUS-60-DAYS TO TRUE
                       ADD 1 TO WS-DELINQUENT-COUNT
                   WHEN OTHER
                       SET BB-STATUS-90-DAYS TO TRUE
                       ADD 1 TO WS-DELINQUENT-COUNT
               END-EVALUATE
               MOVE LM-CURRENT-BALANCE TO WS-AMOUNT-OWED
               ADD LM-CURRENT-BALANCE TO WS-REPORTED-ACTIVE-BALANCE
               PERFORM 2700-WRITE-BASE-RECORD
           ELSE
               ADD 1 TO WS-ACTIVE-EXCEPTION-COUNT
               ADD LM-CURRENT-BALANCE TO WS-ACTIVE-EXCEPTION-BALANCE
               PERFORM 2900-WRITE-EXCEPTION-LINE
           END-IF.

      * A charged-off loan owes what was written off less what has
      * been recovered since.
       2200-REPORT-CHARGED-OFF-LOAN.
           MOVE ZERO TO WS-DAYS-PAST-DUE
           SET LOAN-IS-REPORTABLE TO TRUE
           PERFORM 2500-READ-CUSTOMER
           IF LOAN-IS-REPORTABLE
               PERFORM 2600-BUILD-BASE-RECORD
               SET BB-STATUS-CHARGED-OFF TO TRUE
               ADD 1 TO WS-CHGOFF-COUNT
               COMPUTE WS-AMOUNT-OWED =
                   LM-CHARGED-OFF-AMOUNT - LM-RECOVERED-AMOUNT
               PERFORM 2700-WRITE-BASE-RECORD
           ELSE
               ADD 1 TO WS-CHGOFF-EXCEPTION-COUNT
               PERFORM 2900-WRITE-EXCEPTION-LINE
           END-IF.

      * A closed loan is reported once. The closed date reported is
      * written back so the loan is passed by from next month on.
       2300-REPORT-CLOSED-LOAN.
           MOVE ZERO TO WS-DAYS-PAST-DUE
           SET LOAN-IS-REPORTABLE TO TRUE
           PERFORM 2500-READ-CUSTOMER
           IF LOAN-IS-REPORTABLE
               PERFORM 2600-BUILD-BASE-RECORD
               SET BB-STATUS-PAID-CLOSED TO TRUE
               MOVE ZERO TO WS-AMOUNT-OWED
               MOVE LM-CLOSED-DATE TO LM-BUREAU-CLOSED-DATE
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REWRITE-FAIL-COUNT
                       DISPLAY "BUREAU REWRITE FAILED - LOAN "
                           LM-LOAN-NUMBER " STATUS="
                           WS-MASTER-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-CLOSED-COUNT
                       PERFORM 2700-WRITE-BASE-RECORD
               END-REWRITE
           ELSE
               ADD 1 TO WS-CLOSED-EXCEPTION-COUNT
               PERFORM 2900-WRITE-EXCEPTION-LINE
           END-IF.

      * The bureau needs a name and address to match the borrower -
      * a loan without one cannot be reported.
       2500-READ-CUSTOMER.
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
               MOVE "N" TO WS-REPORTABLE-FLAG
               MOVE "CUSTOMER NOT ON CUSTOMER MASTER"
                   TO WS-REJECT-REASON
           END-IF.

       2600-BUILD-BASE-RECORD.
           MOVE LM-LOAN-NUMBER       TO BB-ACCOUNT-NUMBER
           MOVE LM-CUSTOMER-NUMBER   TO BB-CUSTOMER-NUMBER
           MOVE LM-PRODUCT-CODE      TO BB-PRODUCT-CODE
           MOVE CM-NAME              TO BB-NAME
           MOVE CM-ADDRESS-LINE-1    TO BB-ADDRESS-LINE-1
           MOVE CM-ADDRESS-LINE-2    TO BB-ADDRESS-LINE-2
           MOVE WS-DAYS-PAST-DUE     TO BB-DAYS-PAST-DUE
           MOVE LM-PRINCIPAL         TO BB-ORIGINAL-AMOUNT
           MOVE LM-NEXT-DUE-DATE     TO BB-NEXT-DUE-DATE
           MOVE LM-CLOSED-DATE       TO BB-CLOSED-DATE
           MOVE LM-CHARGED-OFF-AMOUNT TO BB-CHARGE-OFF-AMOUNT
           IF LM-STATUS-ACTIVE
               MOVE LM-SCHEDULED-PAYMENT TO BB-SCHEDULED-PAYMENT
           ELSE
               MOVE ZERO TO BB-SCHEDULED-PAYMENT
           END-IF.

       2700-WRITE-BASE-RECORD.
           MOVE WS-AMOUNT-OWED TO BB-CURRENT-BALANCE
           WRITE BUREAU-RECORD FROM WS-BUREAU-BASE
           ADD 1 TO WS-BASE-COUNT
           ADD WS-AMOUNT-OWED TO WS-REPORTED-BALANCE-TOTAL
           ADD BB-SCHEDULED-PAYMENT TO WS-REPORTED-PAYMENT-TOTAL.

       2900-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE LM-LOAN-NUMBER     TO EL-LOAN-NUMBER
           MOVE LM-CUSTOMER-NUMBER TO EL-CUSTOMER-NUMBER
           MOVE LM-RECORD-STATUS   TO EL-RECORD-STATUS
           MOVE WS-REJECT-REASON   TO EL-REASON
           WRITE BUREAU-EXCEPTION-RECORD FROM WS-EXCEPTION-LINE.

       3000-FINALIZE.
           IF RUN-DATE-IS-VALID
               MOVE WS-BASE-COUNT             TO BT-BASE-COUNT
               MOVE WS-CURRENT-COUNT          TO BT-CURRENT-COUNT
               MOVE WS-DELINQUENT-COUNT       TO BT-DELINQUENT-COUNT
               MOVE WS-CLOSED-COUNT           TO BT-CLOSED-COUNT
               MOVE WS-CHGOFF-COUNT           TO BT-CHGOFF-COUNT
               MOVE WS-REPORTED-BALANCE-TOTAL TO BT-BALANCE-TOTAL
               MOVE WS-REPORTED-PAYMENT-TOTAL TO BT-PAYMENT-TOTAL
               WRITE BUREAU-RECORD FROM WS-BUREAU-TRAILER
               PERFORM 3100-PRINT-CONTROL-REPORT
           END-IF

           PERFORM 3050-WRITE-AUDIT-RECORD

           IF RUN-DATE-IS-VALID
               IF WS-MASTER-FILE-STATUS NOT = "35"
                   CLOSE LOAN-MASTER-FILE
               END-IF
               IF WS-CUSTOMER-FILE-STATUS NOT = "35"
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
           END-IF
           CLOSE BUREAU-FILE
           CLOSE BUREAU-REPORT-FILE
           CLOSE BUREAU-EXCEPTION-FILE

      * An invalid run date means nothing was done - the run-control
      * record is left marked started so the corrected rerun under
      * the same batch number is allowed instead of refused.
           IF RUN-DATE-IS-VALID
               SET RK-FUNCTION-END TO TRUE
               CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           END-IF.

       3050-WRITE-AUDIT-RECORD.
           MOVE "CRBUREAU"            TO AL-PROGRAM-NAME
           MOVE "MONTHEND"            TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "MASTER RECORDS=" WS-MASTER-READ-COUNT
               " ACTIVITY=" PC-RUN-DATE
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           STRING "BASE=" WS-BASE-COUNT
               " BAL=" WS-REPORTED-BALANCE-TOTAL
               DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION

           EVALUATE TRUE
               WHEN WS-REWRITE-FAIL-COUNT > ZERO
                       OR EXTRACT-DOES-NOT-PROVE
                   MOVE "REJECTED" TO AL-COMPLETION-STATUS
               WHEN WS-EXCEPTION-COUNT > ZERO
                       OR RUN-DATE-IS-INVALID
                   MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
               WHEN OTHER
                   MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           END-EVALUATE

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      * The control report - what was reported by status, then the
      * proofs back to the master's own counts and balance.
       3100-PRINT-CONTROL-REPORT.
           MOVE "BASE RECORDS WRITTEN" TO CL-LABEL
           MOVE WS-BASE-COUNT TO CL-COUNT
           WRITE BUREAU-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "  CURRENT" TO CL-LABEL
           MOVE WS-CURRENT-COUNT TO CL-COUNT
           WRITE BUREAU-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "  DELINQUENT 30/60/90+" TO CL-LABEL
           MOVE WS-DELINQUENT-COUNT TO CL-COUNT
           WRITE BUREAU-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "  PAID AND CLOSED" TO CL-LABEL
           MOVE WS-CLOSED-COUNT TO CL-COUNT
           WRITE BUREAU-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "  CHARGED OFF" TO CL-LABEL
           MOVE WS-CHGOFF-COUNT TO CL-COUNT
           WRITE BUREAU-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "CLOSED - REPORTED EARLIER" TO CL-LABEL
           MOVE WS-ALREADY-REPORTED-COUNT TO CL-COUNT
           WRITE BUREAU-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "EXCEPTIONS - NOT REPORTED" TO CL-LABEL
           MOVE WS-EXCEPTION-COUNT TO CL-COUNT
           WRITE BUREAU-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "BALANCE REPORTED" TO ML-LABEL
           MOVE WS-REPORTED-BALANCE-TOTAL TO ML-AMOUNT
           WRITE BUREAU-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE "SCHEDULED PAYMENTS REPORTED" TO ML-LABEL
           MOVE WS-REPORTED-PAYMENT-TOTAL TO ML-AMOUNT
           WRITE BUREAU-REPORT-RECORD FROM WS-AMOUNT-LINE

           MOVE WS-MASTER-ACTIVE-COUNT TO WS-PROOF-LEFT-AMOUNT
           COMPUTE WS-PROOF-RIGHT-AMOUNT = WS-CURRENT-COUNT
               + WS-DELINQUENT-COUNT + WS-ACTIVE-EXCEPTION-COUNT
           MOVE "ACTIVE ON MASTER / REPORTED+EXC" TO PF-LABEL
           PERFORM 3150-WRITE-PROOF-LINE

           MOVE WS-MASTER-ACTIVE-BALANCE TO WS-PROOF-LEFT-AMOUNT
           COMPUTE WS-PROOF-RIGHT-AMOUNT =
               WS-REPORTED-ACTIVE-BALANCE
               + WS-ACTIVE-EXCEPTION-BALANCE
           MOVE "ACTIVE BALANCE / REPORTED+EXC" TO PF-LABEL
           PERFORM 3150-WRITE-PROOF-LINE

           MOVE WS-MASTER-CHGOFF-COUNT TO WS-PROOF-LEFT-AMOUNT
           COMPUTE WS-PROOF-RIGHT-AMOUNT =
               WS-CHGOFF-COUNT + WS-CHGOFF-EXCEPTION-COUNT
           MOVE "CHARGED OFF ON MASTER / RPT+EXC" TO PF-LABEL
           PERFORM 3150-WRITE-PROOF-LINE

           MOVE WS-MASTER-CLOSED-COUNT TO WS-PROOF-LEFT-AMOUNT
           COMPUTE WS-PROOF-RIGHT-AMOUNT = WS-CLOSED-COUNT
               + WS-ALREADY-REPORTED-COUNT
               + WS-CLOSED-EXCEPTION-COUNT + WS-REWRITE-FAIL-COUNT
           MOVE "CLOSED ON MASTER / RPT+EARLIER" TO PF-LABEL
           PERFORM 3150-WRITE-PROOF-LINE

           MOVE WS-BASE-COUNT TO WS-PROOF-LEFT-AMOUNT
           COMPUTE WS-PROOF-RIGHT-AMOUNT = WS-CURRENT-COUNT
               + WS-DELINQUENT-COUNT + WS-CLOSED-COUNT
               + WS-CHGOFF-COUNT
           MOVE "BASE RECORDS / STATUS COUNTS" TO PF-LABEL
           PERFORM 3150-WRITE-PROOF-LINE

           IF EXTRACT-PROVES
               MOVE "BUREAU FILE PROVES TO THE LOAN MASTER"
                   TO WS-VERDICT-LINE
           ELSE
               MOVE "** BUREAU FILE DOES NOT PROVE - DO NOT SEND **"
                   TO WS-VERDICT-LINE
           END-IF
           WRITE BUREAU-REPORT-RECORD FROM WS-VERDICT-LINE.

       3150-WRITE-PROOF-LINE.
           MOVE WS-PROOF-LEFT-AMOUNT  TO PF-LEFT
           MOVE WS-PROOF-RIGHT-AMOUNT TO PF-RIGHT
           IF WS-PROOF-LEFT-AMOUNT = WS-PROOF-RIGHT-AMOUNT
               MOVE "TIED" TO PF-VERDICT
           ELSE
               MOVE "BROKEN" TO PF-VERDICT
               SET EXTRACT-DOES-NOT-PROVE TO TRUE
           END-IF
           WRITE BUREAU-REPORT-RECORD FROM WS-PROOF-LINE.
