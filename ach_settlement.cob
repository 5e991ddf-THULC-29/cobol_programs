       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHSETL.

      * Modification history:
      * New program - nightly autopay ACH settlement and returns,
      * run ahead of PAYMTPOST. First takes in the bank's ACH
      * return file (ACHRTN - each returned entry followed by its
      * return addenda carrying the return reason code and the
      * trace number of the debit ACHORIG sent) and matches each
      * return to its enrollment by loan number and trace. A debit
      * returned after it settled has already become a payment, so
      * it is passed to PAYRTRN in the returned-payment format -
      * loan, the date it settled (the payment date PAYMTPOST
      * posted it under), the amount and the return reason - and is
      * reversed exactly like a bounced check. A debit returned
      * before its settlement date never became a payment and is
      * simply dropped. A return for any reason other than
      * insufficient or uncollected funds (R01, R09) cancels the
      * enrollment. Returns that match nothing go to the exception
      * lines of the report. Then sweeps the enrollment file and,
      * for every pending debit whose settlement date has arrived,
      * writes a payment record (loan, settlement date, amount) in
      * the PAYMENTS format for PAYMTPOST and moves the debit to the
      * enrollment's last-settled fields, where a later return will
      * find it. A debit sent before an enrollment was cancelled
      * still settles - the bank has it.
      * Checks in with the shared RUNCTL run-control keeper at
      * initialize and end of job, ends with a call to AUDITLOG and
      * a graded RETURN-CODE (0 = clean - no file from the bank is
      * a clean night, 4 = exceptions listed, 8 = the run date
      * failed the calendar check, 12 = an enrollment rewrite
      * failed, so a debit could settle twice or a return be lost).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-FILE ASSIGN TO "AUTOPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-LOAN-NUMBER
               FILE STATUS IS WS-AUTOPAY-FILE-STATUS.

           SELECT ACH-RETURN-FILE ASSIGN TO "ACHRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.

           SELECT SETTLED-PAYMENT-FILE ASSIGN TO "ACHPAY"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETURNED-PAYMENT-FILE ASSIGN TO "ACHRPAY"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SETTLEMENT-REPORT-FILE ASSIGN TO "ACHSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-FILE.
           COPY "autopay_record.cpy".

      * The bank's return file, in the same 94-byte layout ACHORIG
      * sends - only the entry (6) and return addenda (7) records
      * are read; headers and controls are passed over.
       FD  ACH-RETURN-FILE.
       01  ACH-RETURN-ENTRY.
           05  RE-RECORD-TYPE          PIC X(1).
               88  RE-ENTRY-DETAIL         VALUE "6".
               88  RE-ADDENDA              VALUE "7".
           05  RE-TRANSACTION-CODE     PIC X(2).
           05  RE-RDFI-ID              PIC X(8).
           05  RE-CHECK-DIGIT          PIC X(1).
           05  RE-ACCOUNT-NUMBER       PIC X(17).
           05  RE-AMOUNT               PIC 9(8)V99.
           05  RE-INDIVIDUAL-ID.
               10  RE-LOAN-NUMBER      PIC 9(6).
               10  FILLER              PIC X(9).
           05  RE-INDIVIDUAL-NAME      PIC X(22).
           05  RE-DISCRETIONARY        PIC X(2).
           05  RE-ADDENDA-INDICATOR    PIC X(1).
           05  RE-TRACE-NUMBER         PIC X(15).
       01  ACH-RETURN-ADDENDA.
           05  RA-RECORD-TYPE          PIC X(1).
           05  RA-ADDENDA-TYPE         PIC X(2).
           05  RA-RETURN-CODE          PIC X(3).
           05  RA-ORIGINAL-TRACE       PIC 9(15).
           05  RA-DATE-OF-DEATH        PIC X(6).
           05  RA-ORIGINAL-RDFI        PIC X(8).
           05  RA-ADDENDA-INFO         PIC X(44).
           05  RA-TRACE-NUMBER         PIC X(15).

      * Same layout as the PAYMENTS file PAYMTPOST reads.
       FD  SETTLED-PAYMENT-FILE.
       01  SETTLED-PAYMENT-RECORD.
           05  SP-LOAN-NUMBER          PIC 9(6).
           05  SP-PAYMENT-DATE         PIC 9(8).
           05  SP-AMOUNT               PIC 9(7)V99.

      * Same layout as the PAYRTN file PAYRTRN reads.
       FD  RETURNED-PAYMENT-FILE.
       01  RETURNED-PAYMENT-RECORD.
           05  RP-LOAN-NUMBER          PIC 9(6).
           05  RP-PAYMENT-DATE         PIC 9(8).
           05  RP-AMOUNT               PIC 9(7)V99.
           05  RP-RETURN-REASON        PIC X(20).

       FD  SETTLEMENT-REPORT-FILE.
       01  SETTLEMENT-REPORT-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "run_control_record.cpy".
           COPY "date_calc.cpy".

       01  WS-AUTOPAY-FILE-STATUS      PIC XX.
       01  WS-RETURN-FILE-STATUS       PIC XX.

       01  WS-RETURN-EOF-FLAG          PIC X VALUE "N".
           88  END-OF-RETURN-FILE          VALUE "Y".

       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  END-OF-AUTOPAY-SWEEP        VALUE "Y".

       01  WS-RUN-DATE-FLAG            PIC X VALUE "Y".
           88  RUN-DATE-IS-VALID           VALUE "Y".
           88  RUN-DATE-IS-INVALID         VALUE "N".

       01  WS-ENTRY-HELD-FLAG          PIC X VALUE "N".
           88  RETURN-ENTRY-HELD           VALUE "Y".

       01  WS-FOUND-FLAG               PIC X VALUE "N".
           88  ENROLLMENT-FOUND            VALUE "Y".

      * The returned entry, held until its addenda is read.
       01  WS-HELD-LOAN-NUMBER         PIC 9(6).
       01  WS-HELD-LOAN-ID             PIC X(6).
       01  WS-HELD-AMOUNT              PIC 9(8)V99.

       01  WS-RETURN-CODE              PIC X(3).
           88  RETURN-FOR-FUNDS            VALUE "R01" "R09".

       01  WS-REJECT-REASON            PIC X(40).

       01  WS-RETURN-READ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-RETURN-REVERSED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-RETURN-REVERSED-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01  WS-RETURN-DROPPED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-RETURN-DROPPED-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01  WS-CANCELLED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-SETTLED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SETTLED-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-REWRITE-FAIL-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(36) VALUE
               "AUTOPAY ACH SETTLEMENT AND RETURNS".
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  RH-RUN-DATE             PIC 9(8).

       01  WS-RETURN-LINE.
           05  FILLER                  PIC X(7) VALUE "RETURN ".
           05  RL-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(6) VALUE " CODE=".
           05  RL-RETURN-CODE          PIC X(3).
           05  FILLER                  PIC X(8) VALUE " AMOUNT=".
           05  RL-AMOUNT               PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RL-ACTION               PIC X(40).

       01  WS-SETTLED-LINE.
           05  FILLER                  PIC X(7) VALUE "SETTLE ".
           05  SL-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(9) VALUE " SETTLED=".
           05  SL-SETTLE-DATE          PIC 9(8).
           05  FILLER                  PIC X(5) VALUE " DUE=".
           05  SL-DUE-DATE             PIC 9(8).
           05  FILLER                  PIC X(8) VALUE " AMOUNT=".
           05  SL-AMOUNT               PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(7) VALUE " TRACE=".
           05  SL-TRACE-NUMBER         PIC 9(15).

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(12) VALUE
               "** EXCEPTION".
           05  FILLER                  PIC X(7) VALUE " LOAN=".
           05  XL-LOAN-NUMBER          PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  XL-REASON               PIC X(40).

       01  WS-TOTAL-LINE.
           05  TL-LABEL                PIC X(30).
           05  TL-COUNT                PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TL-AMOUNT               PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RETURN-RECORD
               UNTIL END-OF-RETURN-FILE
           PERFORM 3000-SETTLE-PENDING-DEBITS
           PERFORM 5000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * Graded completion code for the NIGHTLY COND gating: no ACH
      * activity is a clean night; a failed rewrite leaves an
      * enrollment that could settle twice, which stops the stream.
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
           MOVE "ACHSETL" TO RK-STEP-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RK-RUN-REFUSED
               DISPLAY "BATCH " PC-BATCH-NUMBER
                   " STEP ACHSETL ALREADY COMPLETE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SETTLED-PAYMENT-FILE
           OPEN OUTPUT RETURNED-PAYMENT-FILE
           OPEN OUTPUT SETTLEMENT-REPORT-FILE
           MOVE PC-RUN-DATE TO RH-RUN-DATE
           WRITE SETTLEMENT-REPORT-RECORD FROM WS-REPORT-HEADING

           MOVE PC-RUN-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-INVALID
               DISPLAY "RUN DATE " PC-RUN-DATE
                   " IS NOT A VALID DATE - NOTHING SETTLED"
               SET RUN-DATE-IS-INVALID TO TRUE
               SET END-OF-RETURN-FILE TO TRUE
               SET END-OF-AUTOPAY-SWEEP TO TRUE
           ELSE
               OPEN I-O AUTOPAY-FILE
               IF WS-AUTOPAY-FILE-STATUS = "35"
                   SET END-OF-AUTOPAY-SWEEP TO TRUE
               END-IF
               OPEN INPUT ACH-RETURN-FILE
               IF WS-RETURN-FILE-STATUS = "35"
                   SET END-OF-RETURN-FILE TO TRUE
               ELSE
                   PERFORM 2900-READ-RETURN-FILE
               END-IF
           END-IF.

      * An entry is held until the addenda after it is read; an
      * entry followed by anything else came without its return
      * reason and cannot be worked.
       2000-PROCESS-RETURN-RECORD.
           EVALUATE TRUE
               WHEN RE-ENTRY-DETAIL
                   PERFORM 2050-CHECK-UNMATCHED-ENTRY
                   ADD 1 TO WS-RETURN-READ-COUNT
                   SET RETURN-ENTRY-HELD TO TRUE
                   MOVE RE-INDIVIDUAL-ID TO WS-HELD-LOAN-ID
                   MOVE RE-AMOUNT        TO WS-HELD-AMOUNT
                   MOVE ZERO             TO WS-HELD-LOAN-NUMBER
                   IF RE-LOAN-NUMBER IS NUMERIC
                       MOVE RE-LOAN-NUMBER TO WS-HELD-LOAN-NUMBER
                   END-IF
               WHEN RE-ADDENDA
                   IF RETURN-ENTRY-HELD
                       MOVE "N" TO WS-ENTRY-HELD-FLAG
                       PERFORM 2100-APPLY-RETURN
                   END-IF
               WHEN OTHER
                   PERFORM 2050-CHECK-UNMATCHED-ENTRY
           END-EVALUATE

           PERFORM 2900-READ-RETURN-FILE

           IF END-OF-RETURN-FILE
               PERFORM 2050-CHECK-UNMATCHED-ENTRY
           END-IF.

       2050-CHECK-UNMATCHED-ENTRY.
           IF RETURN-ENTRY-HELD
               MOVE "N" TO WS-ENTRY-HELD-FLAG
               MOVE WS-HELD-LOAN-ID TO XL-LOAN-NUMBER
               MOVE "RETURN ENTRY HAS NO RETURN ADDENDA"
                   TO XL-REASON
               PERFORM 2800-WRITE-EXCEPTION-LINE
           END-IF.

      * The original trace on the addenda says which debit came
      * back - the one still pending, or the one last settled.
       2100-APPLY-RETURN.
           MOVE RA-RETURN-CODE TO WS-RETURN-CODE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "N" TO WS-FOUND-FLAG

           IF WS-HELD-LOAN-NUMBER NOT = ZERO
                   AND WS-AUTOPAY-FILE-STATUS NOT = "35"
               MOVE WS-HELD-LOAN-NUMBER TO AP-LOAN-NUMBER
               READ AUTOPAY-FILE
                   KEY IS AP-LOAN-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ENROLLMENT-FOUND TO TRUE
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN NOT ENROLLMENT-FOUND
                   MOVE "RETURNED LOAN NOT ON AUTOPAY FILE"
                       TO WS-REJECT-REASON
               WHEN RA-ORIGINAL-TRACE IS NOT NUMERIC
                   MOVE "RETURN ADDENDA TRACE NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN AP-PENDING-SETTLE-DATE NOT = ZERO
                       AND RA-ORIGINAL-TRACE = AP-PENDING-TRACE
                   PERFORM 2200-DROP-PENDING-DEBIT
               WHEN AP-LAST-SETTLED-DATE NOT = ZERO
                       AND RA-ORIGINAL-TRACE = AP-LAST-SETTLED-TRACE
                   IF WS-HELD-AMOUNT NOT = AP-LAST-SETTLED-AMOUNT
                       MOVE "RETURN AMOUNT DIFFERS FROM DEBIT"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 2300-REVERSE-SETTLED-DEBIT
                   END-IF
               WHEN OTHER
                   MOVE "NO DEBIT MATCHES THE RETURN TRACE"
                       TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
               MOVE WS-HELD-LOAN-ID  TO XL-LOAN-NUMBER
               MOVE WS-REJECT-REASON TO XL-REASON
               PERFORM 2800-WRITE-EXCEPTION-LINE
           ELSE
               PERFORM 2400-RECORD-RETURN
           END-IF.

       2200-DROP-PENDING-DEBIT.
           ADD 1 TO WS-RETURN-DROPPED-COUNT
           ADD AP-PENDING-AMOUNT TO WS-RETURN-DROPPED-TOTAL
           MOVE AP-PENDING-AMOUNT TO RL-AMOUNT
           MOVE "RETURNED BEFORE SETTLEMENT - DROPPED"
               TO RL-ACTION
           MOVE ZERO TO AP-PENDING-SETTLE-DATE
           MOVE ZERO TO AP-PENDING-AMOUNT
           MOVE ZERO TO AP-PENDING-TRACE.

      * The settled trace is cleared so the same return sent twice
      * cannot reverse the payment twice.
       2300-REVERSE-SETTLED-DEBIT.
           MOVE AP-LOAN-NUMBER         TO RP-LOAN-NUMBER
           MOVE AP-LAST-SETTLED-DATE   TO RP-PAYMENT-DATE
           MOVE AP-LAST-SETTLED-AMOUNT TO RP-AMOUNT
           MOVE SPACES TO RP-RETURN-REASON
           STRING "ACH RETURN " WS-RETURN-CODE
               DELIMITED BY SIZE INTO RP-RETURN-REASON
           WRITE RETURNED-PAYMENT-RECORD

           ADD 1 TO WS-RETURN-REVERSED-COUNT
           ADD AP-LAST-SETTLED-AMOUNT TO WS-RETURN-REVERSED-TOTAL
           MOVE AP-LAST-SETTLED-AMOUNT TO RL-AMOUNT
           MOVE "SETTLED PAYMENT SENT FOR REVERSAL"
               TO RL-ACTION
           MOVE ZERO TO AP-LAST-SETTLED-TRACE.

      * A closed or invalid account, or a borrower who revoked the
      * authorization, cannot be debited again - only a shortage
      * of funds leaves the enrollment standing.
       2400-RECORD-RETURN.
           ADD 1 TO AP-RETURN-COUNT
           MOVE WS-RETURN-CODE TO AP-LAST-RETURN-CODE
           MOVE PC-RUN-DATE    TO AP-LAST-RETURN-DATE
           IF NOT RETURN-FOR-FUNDS
                   AND AP-ENROLLED
               SET AP-NOT-ENROLLED TO TRUE
               MOVE PC-RUN-DATE TO AP-CANCELLED-DATE
               MOVE SPACES TO AP-CANCEL-REASON
               STRING "ACH RETURN " WS-RETURN-CODE
                   DELIMITED BY SIZE INTO AP-CANCEL-REASON
               ADD 1 TO WS-CANCELLED-COUNT
               MOVE "ENROLLMENT CANCELLED BY RETURN" TO RL-ACTION
           END-IF

           MOVE AP-LOAN-NUMBER TO RL-LOAN-NUMBER
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE
           WRITE SETTLEMENT-REPORT-RECORD FROM WS-RETURN-LINE

           REWRITE AUTOPAY-RECORD
               INVALID KEY
                   PERFORM 2850-REWRITE-FAILED
           END-REWRITE.

       2800-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           WRITE SETTLEMENT-REPORT-RECORD FROM WS-EXCEPTION-LINE.

       2850-REWRITE-FAILED.
           ADD 1 TO WS-REWRITE-FAIL-COUNT
           DISPLAY "AUTOPAY REWRITE FAILED - LOAN "
               AP-LOAN-NUMBER " STATUS=" WS-AUTOPAY-FILE-STATUS
           MOVE AP-LOAN-NUMBER TO XL-LOAN-NUMBER
           MOVE "ENROLLMENT REWRITE FAILED" TO XL-REASON
           PERFORM 2800-WRITE-EXCEPTION-LINE.

       2900-READ-RETURN-FILE.
           READ ACH-RETURN-FILE
               AT END SET END-OF-RETURN-FILE TO TRUE
           END-READ.

      * Every pending debit whose settlement date has come - on a
      * cancelled enrollment too - becomes tonight's payment.
       3000-SETTLE-PENDING-DEBITS.
           IF NOT END-OF-AUTOPAY-SWEEP
               MOVE ZERO TO AP-LOAN-NUMBER
               START AUTOPAY-FILE
                   KEY IS NOT LESS THAN AP-LOAN-NUMBER
                   INVALID KEY SET END-OF-AUTOPAY-SWEEP TO TRUE
               END-START
           END-IF
           IF NOT END-OF-AUTOPAY-SWEEP
               READ AUTOPAY-FILE NEXT
                   AT END SET END-OF-AUTOPAY-SWEEP TO TRUE
               END-READ
           END-IF

           PERFORM 3100-SETTLE-ONE-ENROLLMENT
               UNTIL END-OF-AUTOPAY-SWEEP.

       3100-SETTLE-ONE-ENROLLMENT.
           IF AP-PENDING-SETTLE-DATE NOT = ZERO
                   AND AP-PENDING-SETTLE-DATE
                       NOT GREATER THAN PC-RUN-DATE
               MOVE AP-LOAN-NUMBER         TO SP-LOAN-NUMBER
               MOVE AP-PENDING-SETTLE-DATE TO SP-PAYMENT-DATE
               MOVE AP-PENDING-AMOUNT      TO SP-AMOUNT

               MOVE AP-PENDING-SETTLE-DATE TO AP-LAST-SETTLED-DATE
               MOVE AP-PENDING-AMOUNT      TO AP-LAST-SETTLED-AMOUNT
               MOVE AP-PENDING-TRACE       TO AP-LAST-SETTLED-TRACE
               MOVE ZERO TO AP-PENDING-SETTLE-DATE
               MOVE ZERO TO AP-PENDING-AMOUNT
               MOVE ZERO TO AP-PENDING-TRACE
               REWRITE AUTOPAY-RECORD
                   INVALID KEY
                       PERFORM 2850-REWRITE-FAILED
                   NOT INVALID KEY
                       WRITE SETTLED-PAYMENT-RECORD
                       ADD 1 TO WS-SETTLED-COUNT
                       ADD SP-AMOUNT TO WS-SETTLED-TOTAL
                       PERFORM 3150-WRITE-SETTLED-LINE
               END-REWRITE
           END-IF

           READ AUTOPAY-FILE NEXT
               AT END SET END-OF-AUTOPAY-SWEEP TO TRUE
           END-READ.

       3150-WRITE-SETTLED-LINE.
           MOVE AP-LOAN-NUMBER         TO SL-LOAN-NUMBER
           MOVE AP-LAST-SETTLED-DATE   TO SL-SETTLE-DATE
           MOVE AP-ORIGINATED-DUE-DATE TO SL-DUE-DATE
           MOVE AP-LAST-SETTLED-AMOUNT TO SL-AMOUNT
           MOVE AP-LAST-SETTLED-TRACE  TO SL-TRACE-NUMBER
           WRITE SETTLEMENT-REPORT-RECORD FROM WS-SETTLED-LINE.

       5000-FINALIZE.
           IF RUN-DATE-IS-VALID
               PERFORM 5100-PRINT-TOTALS
           END-IF

           PERFORM 5050-WRITE-AUDIT-RECORD

           IF RUN-DATE-IS-VALID
               IF WS-AUTOPAY-FILE-STATUS NOT = "35"
                   CLOSE AUTOPAY-FILE
               END-IF
               IF WS-RETURN-FILE-STATUS NOT = "35"
                   CLOSE ACH-RETURN-FILE
               END-IF
           END-IF
           CLOSE SETTLED-PAYMENT-FILE
           CLOSE RETURNED-PAYMENT-FILE
           CLOSE SETTLEMENT-REPORT-FILE

      * An invalid run date means nothing was done - the run-control
      * record is left marked started so the corrected rerun under
      * the same batch number is allowed instead of refused.
           IF RUN-DATE-IS-VALID
               SET RK-FUNCTION-END TO TRUE
               CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           END-IF.

       5050-WRITE-AUDIT-RECORD.
           MOVE "ACHSETL"             TO AL-PROGRAM-NAME
           MOVE "NIGHTLY"             TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "RETURNS READ=" WS-RETURN-READ-COUNT
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           STRING "SETTLED=" WS-SETTLED-COUNT
               " REVERSED=" WS-RETURN-REVERSED-COUNT
               DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION

           EVALUATE TRUE
               WHEN WS-REWRITE-FAIL-COUNT > ZERO
                   MOVE "REJECTED" TO AL-COMPLETION-STATUS
               WHEN WS-EXCEPTION-COUNT > ZERO
                       OR RUN-DATE-IS-INVALID
                   MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
               WHEN OTHER
                   MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           END-EVALUATE

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

       5100-PRINT-TOTALS.
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "RETURN ENTRIES READ" TO TL-LABEL
           MOVE WS-RETURN-READ-COUNT TO TL-COUNT
           WRITE SETTLEMENT-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "RETURNS SENT FOR REVERSAL" TO TL-LABEL
           MOVE WS-RETURN-REVERSED-COUNT TO TL-COUNT
           MOVE WS-RETURN-REVERSED-TOTAL TO TL-AMOUNT
           WRITE SETTLEMENT-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "RETURNS DROPPED BEFORE SETTLE" TO TL-LABEL
           MOVE WS-RETURN-DROPPED-COUNT TO TL-COUNT
           MOVE WS-RETURN-DROPPED-TOTAL TO TL-AMOUNT
           WRITE SETTLEMENT-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "ENROLLMENTS CANCELLED" TO TL-LABEL
           MOVE WS-CANCELLED-COUNT TO TL-COUNT
           WRITE SETTLEMENT-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "EXCEPTIONS" TO TL-LABEL
           MOVE WS-EXCEPTION-COUNT TO TL-COUNT
           WRITE SETTLEMENT-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "DEBITS SETTLED TO PAYMENTS" TO TL-LABEL
           MOVE WS-SETTLED-COUNT TO TL-COUNT
           MOVE WS-SETTLED-TOTAL TO TL-AMOUNT
           WRITE SETTLEMENT-REPORT-RECORD FROM WS-TOTAL-LINE.
