       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHORIG.

      * Modification history:
      * New program - nightly autopay ACH debit origination. Sweeps
      * the autopay enrollment file (AUTOPAY, kept online by
      * AUTOMNT) and, for every enrolled loan that is active on the
      * loan master, works out the date its next due date settles
      * on - the due date itself, or the next business day when it
      * falls on a weekend (day of week from the shared DATECALC
      * calendar). A loan whose settlement date is one of the next
      * N business days after the run date (N = the ACH lead days on
      * the PARMCARD control card) is debited for its scheduled
      * payment, unless that due date has already been originated,
      * a debit is still pending settlement, or the enrollment only
      * takes effect after the due date. The debits go to an
      * outbound ACH file (ACHOUT) in the standard 94-byte layout:
      * a file header, one PPD batch per settlement date (batch
      * header, one entry per debit - transaction code 27 for
      * checking, 37 for savings - and a batch control carrying the
      * entry count, entry hash and debit total), a file control
      * with the file totals, and the file padded out to a full
      * block of ten records. Each debit is recorded on the
      * enrollment as pending - the due date it pays, the date it
      * settles on, the amount and the trace number - and the
      * nightly ACHSETL run turns it into a PAYMENTS record for
      * PAYMTPOST on that date. A register lists every debit by
      * batch with batch and file totals. An enrolled loan no longer
      * on the loan master is listed as an exception.
      * Checks in with the shared RUNCTL run-control keeper at
      * initialize and end of job, ends with a call to AUDITLOG and
      * a graded RETURN-CODE (0 = clean - a night with nothing
      * coming due is normal, 4 = exceptions listed, 8 = the run
      * date failed the calendar check, 12 = an enrollment rewrite
      * failed, so the debit was held back and the file is short).
      * Trace numbers are now drawn from the ACHTRACE series on the
      * number register (NUMREG) instead of counting from 1 each
      * run, so no trace is ever issued twice and ACHSETL cannot
      * match a late or replayed return to a later month's debit.
      * The register is moved forward as each trace is drawn and
      * the night's draw goes on the NUMLEDG reservation ledger for
      * NUMACCT. No register, or ACHTRACE not defined on it, ends
      * RC 8 with nothing originated; a debit the series has no
      * trace left for is held back as an exception, and the series
      * at its low-water mark is listed as one (RC 4).

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

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT ACH-OUTPUT-FILE ASSIGN TO "ACHOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACH-REGISTER-FILE ASSIGN TO "ACHREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NUMBER-REGISTER-FILE ASSIGN TO "NUMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-SERIES-NAME
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT RESERVATION-LEDGER-FILE ASSIGN TO "NUMLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-FILE.
           COPY "autopay_record.cpy".

       FD  LOAN-MASTER-FILE.
           COPY "loan_master_record.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "customer_master_record.cpy".

       FD  ACH-OUTPUT-FILE.
       01  ACH-OUTPUT-RECORD           PIC X(94).

       FD  ACH-REGISTER-FILE.
       01  ACH-REGISTER-RECORD         PIC X(100).

       FD  NUMBER-REGISTER-FILE.
           COPY "number_register_record.cpy".

       FD  RESERVATION-LEDGER-FILE.
           COPY "number_ledger_record.cpy".

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "run_control_record.cpy".
           COPY "date_calc.cpy".

       01  WS-AUTOPAY-FILE-STATUS      PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-CUSTOMER-FILE-STATUS     PIC XX.
       01  WS-REGISTER-FILE-STATUS     PIC XX.
       01  WS-LEDGER-FILE-STATUS       PIC XX.

       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  END-OF-AUTOPAY-SWEEP        VALUE "Y".

       01  WS-RUN-DATE-FLAG            PIC X VALUE "Y".
           88  RUN-DATE-IS-VALID           VALUE "Y".
           88  RUN-DATE-IS-INVALID         VALUE "N".

       01  WS-LOAN-FOUND-FLAG          PIC X VALUE "N".
           88  LOAN-RECORD-FOUND           VALUE "Y".

       01  WS-BATCH-OPEN-FLAG          PIC X VALUE "N".
           88  BATCH-IS-OPEN               VALUE "Y".

       01  WS-TRACE-SERIES-FLAG        PIC X VALUE "Y".
           88  TRACE-SERIES-READY          VALUE "Y".
           88  TRACE-SERIES-MISSING        VALUE "N".

       01  WS-TRACE-DRAWN-FLAG         PIC X VALUE "N".
           88  TRACE-WAS-DRAWN             VALUE "Y".

      * The originating bank and the company the debits are drawn
      * for, as the bank set the shop up for ACH.
       01  WS-ORIGINATING-ROUTING      PIC 9(9) VALUE 071000013.
       01  WS-ORIGINATING-DFI          PIC 9(8) VALUE 07100001.
       01  WS-COMPANY-ID               PIC X(10) VALUE "1470000001".
       01  WS-COMPANY-NAME             PIC X(16) VALUE
           "LOAN SERVICING".
       01  WS-DESTINATION-NAME         PIC X(23) VALUE
           "FIRST NATIONAL BANK".
       01  WS-ORIGIN-NAME              PIC X(23) VALUE
           "LOAN SERVICING DEPT".

      * The business days of tonight's window - the next N business
      * days after the run date, each its own batch on the file.
       01  WS-LEAD-DAYS                PIC 9(3).
       01  WS-WINDOW-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-WINDOW-SUB               PIC 9(3).
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-DATE          PIC 9(8) OCCURS 10 TIMES.

      * Calendar walk - one day at a time, month and year rolled
      * when the day runs off the end of the month.
       01  WS-WORK-DATE.
           05  WS-WORK-YEAR            PIC 9(4).
           05  WS-WORK-MONTH           PIC 9(2).
           05  WS-WORK-DAY             PIC 9(2).
       01  WS-SETTLE-DATE              PIC 9(8).

       01  WS-SHORT-DATE-WORK          PIC 9(8).
       01  WS-SHORT-DATE-PARTS REDEFINES WS-SHORT-DATE-WORK.
           05  FILLER                  PIC 9(2).
           05  WS-SHORT-DATE           PIC 9(6).

       01  WS-ROUTING-WORK             PIC 9(9).
       01  WS-ROUTING-PARTS REDEFINES WS-ROUTING-WORK.
           05  WS-RDFI-ID              PIC 9(8).
           05  WS-RDFI-CHECK-DIGIT     PIC 9(1).

       01  WS-TIME-NOW                 PIC 9(8).
       01  WS-TIME-PARTS REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMM            PIC 9(4).
           05  FILLER                  PIC 9(4).

       01  WS-ENROLLED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-NOT-ACTIVE-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-REWRITE-FAIL-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-BATCH-NUMBER             PIC 9(7) VALUE ZERO.
       01  WS-BATCH-ENTRY-COUNT        PIC 9(6).
       01  WS-BATCH-HASH-SUM           PIC 9(15).
       01  WS-BATCH-DEBIT-TOTAL        PIC 9(10)V99.

       01  WS-FILE-ENTRY-COUNT         PIC 9(8) VALUE ZERO.
       01  WS-FILE-HASH-SUM            PIC 9(15) VALUE ZERO.
       01  WS-FILE-DEBIT-TOTAL         PIC 9(10)V99 VALUE ZERO.
      * Trace sequences come off the ACHTRACE series on the number
      * register - the last drawn, the first drawn tonight and how
      * many are left in the series' range.
       01  WS-TRACE-SERIES             PIC X(8) VALUE "ACHTRACE".
       01  WS-TRACE-SEQUENCE           PIC 9(7) VALUE ZERO.
       01  WS-TRACE-FIRST              PIC 9(7) VALUE ZERO.
       01  WS-TRACE-DRAWN-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-TRACE-HEADROOM           PIC 9(7) VALUE ZERO.
       01  WS-TRACE-NUMBER             PIC 9(15).

       01  WS-RECORD-COUNT             PIC 9(7).
       01  WS-BLOCK-COUNT              PIC 9(6).
       01  WS-BLOCK-REMAINDER          PIC 9(2).
       01  WS-PAD-COUNT                PIC 9(2).

      * ACH file layouts - 94 bytes each.
       01  WS-FILE-HEADER.
           05  FILLER                  PIC X(1) VALUE "1".
           05  FILLER                  PIC X(2) VALUE "01".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FH-DESTINATION          PIC 9(9).
           05  FH-ORIGIN               PIC X(10).
           05  FH-CREATION-DATE        PIC 9(6).
           05  FH-CREATION-TIME        PIC 9(4).
           05  FILLER                  PIC X(1) VALUE "A".
           05  FILLER                  PIC X(3) VALUE "094".
           05  FILLER                  PIC X(2) VALUE "10".
           05  FILLER                  PIC X(1) VALUE "1".
           05  FH-DESTINATION-NAME     PIC X(23).
           05  FH-ORIGIN-NAME          PIC X(23).
           05  FH-REFERENCE-BATCH      PIC 9(7).
           05  FILLER                  PIC X(1) VALUE SPACE.

       01  WS-BATCH-HEADER.
           05  FILLER                  PIC X(1) VALUE "5".
           05  FILLER                  PIC X(3) VALUE "225".
           05  BH-COMPANY-NAME         PIC X(16).
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  BH-COMPANY-ID           PIC X(10).
           05  FILLER                  PIC X(3) VALUE "PPD".
           05  FILLER                  PIC X(10) VALUE "LOAN PYMT".
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  BH-EFFECTIVE-DATE       PIC 9(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(1) VALUE "1".
           05  BH-ORIGINATING-DFI      PIC 9(8).
           05  BH-BATCH-NUMBER         PIC 9(7).

       01  WS-ENTRY-DETAIL.
           05  FILLER                  PIC X(1) VALUE "6".
           05  EN-TRANSACTION-CODE     PIC 9(2).
               88  EN-CHECKING-DEBIT       VALUE 27.
               88  EN-SAVINGS-DEBIT        VALUE 37.
           05  EN-RDFI-ID              PIC 9(8).
           05  EN-CHECK-DIGIT          PIC 9(1).
           05  EN-ACCOUNT-NUMBER       PIC X(17).
           05  EN-AMOUNT               PIC 9(8)V99.
           05  EN-INDIVIDUAL-ID        PIC X(15).
           05  EN-INDIVIDUAL-NAME      PIC X(22).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(1) VALUE "0".
           05  EN-TRACE-NUMBER         PIC 9(15).

       01  WS-INDIVIDUAL-ID.
           05  ID-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(9) VALUE SPACES.

       01  WS-BATCH-CONTROL.
           05  FILLER                  PIC X(1) VALUE "8".
           05  FILLER                  PIC X(3) VALUE "225".
           05  BC-ENTRY-COUNT          PIC 9(6).
           05  BC-ENTRY-HASH           PIC 9(10).
           05  BC-DEBIT-TOTAL          PIC 9(10)V99.
           05  BC-CREDIT-TOTAL         PIC 9(10)V99.
           05  BC-COMPANY-ID           PIC X(10).
           05  FILLER                  PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  BC-ORIGINATING-DFI      PIC 9(8).
           05  BC-BATCH-NUMBER         PIC 9(7).

       01  WS-FILE-CONTROL.
           05  FILLER                  PIC X(1) VALUE "9".
           05  FC-BATCH-COUNT          PIC 9(6).
           05  FC-BLOCK-COUNT          PIC 9(6).
           05  FC-ENTRY-COUNT          PIC 9(8).
           05  FC-ENTRY-HASH           PIC 9(10).
           05  FC-DEBIT-TOTAL          PIC 9(10)V99.
           05  FC-CREDIT-TOTAL         PIC 9(10)V99.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-PAD-RECORD               PIC X(94) VALUE ALL "9".

       01  WS-REGISTER-HEADING.
           05  FILLER                  PIC X(30) VALUE
               "AUTOPAY ACH DEBIT REGISTER".
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  RH-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(13) VALUE
               "  LEAD DAYS: ".
           05  RH-LEAD-DAYS            PIC ZZ9.

       01  WS-BATCH-LINE.
           05  FILLER                  PIC X(7) VALUE "BATCH ".
           05  BL-BATCH-NUMBER         PIC 9(7).
           05  FILLER                  PIC X(15) VALUE
               "  SETTLES ON: ".
           05  BL-SETTLE-DATE          PIC 9(8).

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(10) VALUE " CUSTOMER=".
           05  DL-CUSTOMER-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(5) VALUE " DUE=".
           05  DL-DUE-DATE             PIC 9(8).
           05  FILLER                  PIC X(6) VALUE " TYPE=".
           05  DL-TRANSACTION-CODE     PIC 9(2).
           05  FILLER                  PIC X(8) VALUE " AMOUNT=".
           05  DL-AMOUNT               PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(7) VALUE " TRACE=".
           05  DL-TRACE-NUMBER         PIC 9(15).

       01  WS-BATCH-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               "BATCH ENTRIES=".
           05  BT-ENTRY-COUNT          PIC ZZZZZ9.
           05  FILLER                  PIC X(6) VALUE " HASH=".
           05  BT-ENTRY-HASH           PIC 9(10).
           05  FILLER                  PIC X(8) VALUE " DEBITS=".
           05  BT-DEBIT-TOTAL          PIC ZZZZZZZZZ9.99.

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(12) VALUE
               "** EXCEPTION".
           05  FILLER                  PIC X(7) VALUE " LOAN=".
           05  XL-LOAN-NUMBER          PIC 9(6).
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
           PERFORM 2000-ORIGINATE-ONE-DAY
               VARYING WS-WINDOW-SUB FROM 1 BY 1
               UNTIL WS-WINDOW-SUB > WS-WINDOW-COUNT
           PERFORM 3000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * Graded completion code for the NIGHTLY COND gating: a night
      * with nothing coming due is a clean night; a failed rewrite
      * means a loan's debit was held back off the file, which
      * stops the stream for correction.
       9000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-REWRITE-FAIL-COUNT > ZERO
                   MOVE 12 TO RETURN-CODE
               WHEN RUN-DATE-IS-INVALID
                       OR TRACE-SERIES-MISSING
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
           MOVE "ACHORIG" TO RK-STEP-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RK-RUN-REFUSED
               DISPLAY "BATCH " PC-BATCH-NUMBER
                   " STEP ACHORIG ALREADY COMPLETE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE PC-ACH-LEAD-DAYS TO WS-LEAD-DAYS
           IF WS-LEAD-DAYS > 10
               MOVE 10 TO WS-LEAD-DAYS
           END-IF

           OPEN OUTPUT ACH-OUTPUT-FILE
           OPEN OUTPUT ACH-REGISTER-FILE
           MOVE PC-RUN-DATE  TO RH-RUN-DATE
           MOVE WS-LEAD-DAYS TO RH-LEAD-DAYS
           WRITE ACH-REGISTER-RECORD FROM WS-REGISTER-HEADING

           MOVE PC-RUN-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-INVALID
               DISPLAY "RUN DATE " PC-RUN-DATE
                   " IS NOT A VALID DATE - NO DEBITS ORIGINATED"
               SET RUN-DATE-IS-INVALID TO TRUE
           ELSE
               PERFORM 1100-BUILD-WINDOW
               PERFORM 1200-WRITE-FILE-HEADER
               OPEN I-O AUTOPAY-FILE
               OPEN INPUT LOAN-MASTER-FILE
               OPEN INPUT CUSTOMER-MASTER-FILE
               PERFORM 1300-OPEN-TRACE-SERIES
               IF WS-AUTOPAY-FILE-STATUS = "35"
                       OR TRACE-SERIES-MISSING
                   MOVE ZERO TO WS-WINDOW-COUNT
               END-IF
           END-IF.

      * Walk forward from the run date a calendar day at a time,
      * keeping each business day until the lead days are filled.
       1100-BUILD-WINDOW.
           MOVE PC-RUN-DATE TO WS-WORK-DATE
           PERFORM 1150-TAKE-NEXT-BUSINESS-DAY
               UNTIL WS-WINDOW-COUNT NOT LESS THAN WS-LEAD-DAYS.

       1150-TAKE-NEXT-BUSINESS-DAY.
           PERFORM 2400-NEXT-CALENDAR-DAY
           IF DK-BUSINESS-DAY
               ADD 1 TO WS-WINDOW-COUNT
               MOVE WS-WORK-DATE TO WS-WINDOW-DATE (WS-WINDOW-COUNT)
           END-IF.

      * The file reference carries tonight's batch control number
      * so the bank's acknowledgement ties back to the run.
       1200-WRITE-FILE-HEADER.
           MOVE WS-ORIGINATING-ROUTING TO FH-DESTINATION
           MOVE WS-COMPANY-ID          TO FH-ORIGIN
           MOVE PC-RUN-DATE            TO WS-SHORT-DATE-WORK
           MOVE WS-SHORT-DATE          TO FH-CREATION-DATE
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-HHMM           TO FH-CREATION-TIME
           MOVE WS-DESTINATION-NAME    TO FH-DESTINATION-NAME
           MOVE WS-ORIGIN-NAME         TO FH-ORIGIN-NAME
           MOVE PC-BATCH-NUMBER        TO FH-REFERENCE-BATCH
           WRITE ACH-OUTPUT-RECORD FROM WS-FILE-HEADER.

      * Every trace must be unique across runs, so the sequence is
      * drawn from the register, not counted from 1 - a missing
      * register or an undefined series stops the run before any
      * debit is sent. The series' first draw starts at the bottom
      * of its range, as PRINT100 does it.
       1300-OPEN-TRACE-SERIES.
           OPEN I-O NUMBER-REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = "35"
               DISPLAY "NUMBER REGISTER FILE NUMREG NOT FOUND - "
                   "NO DEBITS ORIGINATED"
               SET TRACE-SERIES-MISSING TO TRUE
           ELSE
               MOVE WS-TRACE-SERIES TO NR-SERIES-NAME
               READ NUMBER-REGISTER-FILE
                   KEY IS NR-SERIES-NAME
                   INVALID KEY
                       DISPLAY "SERIES " WS-TRACE-SERIES
                           " NOT DEFINED ON THE NUMBER REGISTER - "
                           "NO DEBITS ORIGINATED"
                       SET TRACE-SERIES-MISSING TO TRUE
               END-READ
           END-IF

           IF TRACE-SERIES-READY
               IF NR-LAST-NUMBER < NR-RANGE-LOW
                   COMPUTE NR-LAST-NUMBER = NR-RANGE-LOW - 1
               END-IF
               MOVE NR-LAST-NUMBER TO WS-TRACE-SEQUENCE
               COMPUTE WS-TRACE-FIRST = NR-LAST-NUMBER + 1
               IF NR-RANGE-HIGH > NR-LAST-NUMBER
                   COMPUTE WS-TRACE-HEADROOM =
                       NR-RANGE-HIGH - NR-LAST-NUMBER
               END-IF
           END-IF.

      * One pass of the enrollment file per business day in the
      * window - every debit settling that day goes in one batch,
      * opened by the first debit found so no empty batch is sent.
       2000-ORIGINATE-ONE-DAY.
           MOVE "N" TO WS-BATCH-OPEN-FLAG
           MOVE "N" TO WS-EOF-FLAG
           MOVE ZERO TO AP-LOAN-NUMBER
           START AUTOPAY-FILE
               KEY IS NOT LESS THAN AP-LOAN-NUMBER
               INVALID KEY SET END-OF-AUTOPAY-SWEEP TO TRUE
           END-START
           IF NOT END-OF-AUTOPAY-SWEEP
               READ AUTOPAY-FILE NEXT
                   AT END SET END-OF-AUTOPAY-SWEEP TO TRUE
               END-READ
           END-IF

           PERFORM 2100-EXAMINE-ENROLLMENT
               UNTIL END-OF-AUTOPAY-SWEEP

           IF BATCH-IS-OPEN
               PERFORM 2800-CLOSE-BATCH
           END-IF.

      * Enrollment counts and exceptions are taken on the first
      * pass only, so a loan is never counted once per batch.
       2100-EXAMINE-ENROLLMENT.
           IF AP-ENROLLED
               PERFORM 2150-READ-LOAN
               IF WS-WINDOW-SUB = 1
                   ADD 1 TO WS-ENROLLED-COUNT
                   IF NOT LOAN-RECORD-FOUND
                       MOVE AP-LOAN-NUMBER TO XL-LOAN-NUMBER
                       MOVE "ENROLLED LOAN NOT ON LOAN MASTER"
                           TO XL-REASON
                       PERFORM 2900-WRITE-EXCEPTION-LINE
                   ELSE
                       IF NOT LM-STATUS-ACTIVE
                           ADD 1 TO WS-NOT-ACTIVE-COUNT
                       END-IF
                   END-IF
               END-IF
               IF LOAN-RECORD-FOUND
                       AND LM-STATUS-ACTIVE
                       AND LM-NEXT-DUE-DATE NOT = ZERO
                       AND LM-SCHEDULED-PAYMENT > ZERO
                       AND LM-NEXT-DUE-DATE
                           NOT = AP-ORIGINATED-DUE-DATE
                       AND AP-PENDING-SETTLE-DATE = ZERO
                       AND AP-EFFECTIVE-DATE
                           NOT GREATER THAN LM-NEXT-DUE-DATE
                   PERFORM 2200-SET-SETTLE-DATE
                   IF WS-SETTLE-DATE =
                           WS-WINDOW-DATE (WS-WINDOW-SUB)
                       PERFORM 2300-ORIGINATE-DEBIT
                   END-IF
               END-IF
           END-IF

           READ AUTOPAY-FILE NEXT
               AT END SET END-OF-AUTOPAY-SWEEP TO TRUE
           END-READ.

       2150-READ-LOAN.
           MOVE "N" TO WS-LOAN-FOUND-FLAG
           IF WS-MASTER-FILE-STATUS NOT = "35"
               MOVE AP-LOAN-NUMBER TO LM-LOAN-NUMBER
               READ LOAN-MASTER-FILE
                   KEY IS LM-LOAN-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LOAN-RECORD-FOUND TO TRUE
               END-READ
           END-IF.

      * A due date on a weekend settles the next business day. An
      * unusable due date leaves the settle date zero, which no
      * window date can match.
       2200-SET-SETTLE-DATE.
           MOVE ZERO TO WS-SETTLE-DATE
           MOVE LM-NEXT-DUE-DATE TO WS-WORK-DATE
           MOVE WS-WORK-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-VALID
               PERFORM 2400-NEXT-CALENDAR-DAY
                   UNTIL DK-BUSINESS-DAY
               MOVE WS-WORK-DATE TO WS-SETTLE-DATE
           END-IF.

      * The trace is drawn and the enrollment marked pending first -
      * a debit is only put on the file once the register and the
      * record both say it was sent.
       2300-ORIGINATE-DEBIT.
           PERFORM 2320-DRAW-TRACE-NUMBER
           IF TRACE-WAS-DRAWN
               PERFORM 2340-MARK-DEBIT-PENDING
           END-IF.

      * The register is moved forward as each trace is drawn, so a
      * run that stops part way can never hand the same trace out
      * again. A trace lost to a failed enrollment rewrite is just
      * a number the series skipped.
       2320-DRAW-TRACE-NUMBER.
           MOVE "N" TO WS-TRACE-DRAWN-FLAG
           IF WS-TRACE-HEADROOM = ZERO
               MOVE AP-LOAN-NUMBER TO XL-LOAN-NUMBER
               MOVE "ACH TRACE SERIES AT END OF RANGE"
                   TO XL-REASON
               PERFORM 2900-WRITE-EXCEPTION-LINE
           ELSE
               ADD 1 TO WS-TRACE-SEQUENCE
               MOVE WS-TRACE-SEQUENCE TO NR-LAST-NUMBER
               REWRITE NUMBER-REGISTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REWRITE-FAIL-COUNT
                       SUBTRACT 1 FROM WS-TRACE-SEQUENCE
                       DISPLAY "NUMBER REGISTER REWRITE FAILED - "
                           "SERIES " WS-TRACE-SERIES " STATUS="
                           WS-REGISTER-FILE-STATUS
                       MOVE AP-LOAN-NUMBER TO XL-LOAN-NUMBER
                       MOVE "TRACE NOT DRAWN - NOT DEBITED"
                           TO XL-REASON
                       PERFORM 2900-WRITE-EXCEPTION-LINE
                   NOT INVALID KEY
                       SET TRACE-WAS-DRAWN TO TRUE
                       ADD 1 TO WS-TRACE-DRAWN-COUNT
                       SUBTRACT 1 FROM WS-TRACE-HEADROOM
                       COMPUTE WS-TRACE-NUMBER =
                           WS-ORIGINATING-DFI * 10000000
                           + WS-TRACE-SEQUENCE
               END-REWRITE
           END-IF.

       2340-MARK-DEBIT-PENDING.
           MOVE LM-NEXT-DUE-DATE     TO AP-ORIGINATED-DUE-DATE
           MOVE WS-SETTLE-DATE       TO AP-PENDING-SETTLE-DATE
           MOVE LM-SCHEDULED-PAYMENT TO AP-PENDING-AMOUNT
           MOVE WS-TRACE-NUMBER      TO AP-PENDING-TRACE
           REWRITE AUTOPAY-RECORD
               INVALID KEY
                   ADD 1 TO WS-REWRITE-FAIL-COUNT
                   DISPLAY "AUTOPAY REWRITE FAILED - LOAN "
                       AP-LOAN-NUMBER " STATUS="
                       WS-AUTOPAY-FILE-STATUS
                   MOVE AP-LOAN-NUMBER TO XL-LOAN-NUMBER
                   MOVE "ENROLLMENT REWRITE FAILED - NOT DEBITED"
                       TO XL-REASON
                   PERFORM 2900-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   PERFORM 2350-WRITE-ENTRY-DETAIL
           END-REWRITE.

       2350-WRITE-ENTRY-DETAIL.
           IF NOT BATCH-IS-OPEN
               PERFORM 2700-OPEN-BATCH
           END-IF

           IF AP-ACCOUNT-SAVINGS
               SET EN-SAVINGS-DEBIT TO TRUE
           ELSE
               SET EN-CHECKING-DEBIT TO TRUE
           END-IF
           MOVE AP-ROUTING-NUMBER    TO WS-ROUTING-WORK
           MOVE WS-RDFI-ID           TO EN-RDFI-ID
           MOVE WS-RDFI-CHECK-DIGIT  TO EN-CHECK-DIGIT
           MOVE AP-ACCOUNT-NUMBER    TO EN-ACCOUNT-NUMBER
           MOVE LM-SCHEDULED-PAYMENT TO EN-AMOUNT
           MOVE AP-LOAN-NUMBER       TO ID-LOAN-NUMBER
           MOVE WS-INDIVIDUAL-ID     TO EN-INDIVIDUAL-ID
           PERFORM 2500-SET-INDIVIDUAL-NAME
           MOVE WS-TRACE-NUMBER      TO EN-TRACE-NUMBER
           WRITE ACH-OUTPUT-RECORD FROM WS-ENTRY-DETAIL

           ADD 1 TO WS-BATCH-ENTRY-COUNT
           ADD WS-RDFI-ID TO WS-BATCH-HASH-SUM
           ADD LM-SCHEDULED-PAYMENT TO WS-BATCH-DEBIT-TOTAL

           MOVE AP-LOAN-NUMBER       TO DL-LOAN-NUMBER
           MOVE AP-CUSTOMER-NUMBER   TO DL-CUSTOMER-NUMBER
           MOVE LM-NEXT-DUE-DATE     TO DL-DUE-DATE
           MOVE EN-TRANSACTION-CODE  TO DL-TRANSACTION-CODE
           MOVE LM-SCHEDULED-PAYMENT TO DL-AMOUNT
           MOVE WS-TRACE-NUMBER      TO DL-TRACE-NUMBER
           WRITE ACH-REGISTER-RECORD FROM WS-DETAIL-LINE.

      * Day after WS-WORK-DATE, validated and given its day of the
      * week by DATECALC; a day past the month end becomes the
      * first of the next month.
       2400-NEXT-CALENDAR-DAY.
           ADD 1 TO WS-WORK-DAY
           MOVE WS-WORK-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-INVALID
               MOVE 1 TO WS-WORK-DAY
               ADD 1 TO WS-WORK-MONTH
               IF WS-WORK-MONTH > 12
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
               MOVE WS-WORK-DATE TO DK-DATE
               CALL "DATECALC" USING DATE-CALC-REQUEST
           END-IF.

      * The bank wants the account holder's name on the entry; the
      * customer master carries it, and a customer missing from
      * the master sends the debit with the name blank.
       2500-SET-INDIVIDUAL-NAME.
           MOVE SPACES TO EN-INDIVIDUAL-NAME
           IF WS-CUSTOMER-FILE-STATUS NOT = "35"
               MOVE AP-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER-FILE
                   KEY IS CM-CUSTOMER-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-NAME TO EN-INDIVIDUAL-NAME
               END-READ
           END-IF.

       2700-OPEN-BATCH.
           SET BATCH-IS-OPEN TO TRUE
           ADD 1 TO WS-BATCH-NUMBER
           MOVE ZERO TO WS-BATCH-ENTRY-COUNT
           MOVE ZERO TO WS-BATCH-HASH-SUM
           MOVE ZERO TO WS-BATCH-DEBIT-TOTAL

           MOVE WS-COMPANY-NAME      TO BH-COMPANY-NAME
           MOVE WS-COMPANY-ID        TO BH-COMPANY-ID
           MOVE WS-WINDOW-DATE (WS-WINDOW-SUB) TO WS-SHORT-DATE-WORK
           MOVE WS-SHORT-DATE        TO BH-EFFECTIVE-DATE
           MOVE WS-ORIGINATING-DFI   TO BH-ORIGINATING-DFI
           MOVE WS-BATCH-NUMBER      TO BH-BATCH-NUMBER
           WRITE ACH-OUTPUT-RECORD FROM WS-BATCH-HEADER

           MOVE WS-BATCH-NUMBER      TO BL-BATCH-NUMBER
           MOVE WS-WINDOW-DATE (WS-WINDOW-SUB) TO BL-SETTLE-DATE
           WRITE ACH-REGISTER-RECORD FROM WS-BATCH-LINE.

      * The entry hash is the sum of the receiving banks' eight-digit
      * routing numbers, kept to its low-order ten digits.
       2800-CLOSE-BATCH.
           MOVE WS-BATCH-ENTRY-COUNT TO BC-ENTRY-COUNT
           MOVE WS-BATCH-HASH-SUM    TO BC-ENTRY-HASH
           MOVE WS-BATCH-DEBIT-TOTAL TO BC-DEBIT-TOTAL
           MOVE ZERO                 TO BC-CREDIT-TOTAL
           MOVE WS-COMPANY-ID        TO BC-COMPANY-ID
           MOVE WS-ORIGINATING-DFI   TO BC-ORIGINATING-DFI
           MOVE WS-BATCH-NUMBER      TO BC-BATCH-NUMBER
           WRITE ACH-OUTPUT-RECORD FROM WS-BATCH-CONTROL

           ADD WS-BATCH-ENTRY-COUNT TO WS-FILE-ENTRY-COUNT
           ADD WS-BATCH-HASH-SUM    TO WS-FILE-HASH-SUM
           ADD WS-BATCH-DEBIT-TOTAL TO WS-FILE-DEBIT-TOTAL

           MOVE WS-BATCH-ENTRY-COUNT TO BT-ENTRY-COUNT
           MOVE BC-ENTRY-HASH        TO BT-ENTRY-HASH
           MOVE WS-BATCH-DEBIT-TOTAL TO BT-DEBIT-TOTAL
           WRITE ACH-REGISTER-RECORD FROM WS-BATCH-TOTAL-LINE.

       2900-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           WRITE ACH-REGISTER-RECORD FROM WS-EXCEPTION-LINE.

       3000-FINALIZE.
           IF RUN-DATE-IS-VALID
               IF TRACE-SERIES-READY
                   PERFORM 3300-CLOSE-TRACE-SERIES
               END-IF
               PERFORM 3100-WRITE-FILE-CONTROL
               PERFORM 3200-PRINT-TOTALS
           END-IF

           PERFORM 3050-WRITE-AUDIT-RECORD

           IF RUN-DATE-IS-VALID
               IF WS-AUTOPAY-FILE-STATUS NOT = "35"
                   CLOSE AUTOPAY-FILE
               END-IF
               IF WS-MASTER-FILE-STATUS NOT = "35"
                   CLOSE LOAN-MASTER-FILE
               END-IF
               IF WS-CUSTOMER-FILE-STATUS NOT = "35"
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
               IF WS-REGISTER-FILE-STATUS NOT = "35"
                   CLOSE NUMBER-REGISTER-FILE
               END-IF
           END-IF
           CLOSE ACH-OUTPUT-FILE
           CLOSE ACH-REGISTER-FILE

      * An invalid run date or no trace series means nothing was
      * done - the run-control record is left marked started so the
      * corrected rerun under the same batch number is allowed
      * instead of refused.
           IF RUN-DATE-IS-VALID AND TRACE-SERIES-READY
               SET RK-FUNCTION-END TO TRUE
               CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           END-IF.

       3050-WRITE-AUDIT-RECORD.
           MOVE "ACHORIG"             TO AL-PROGRAM-NAME
           MOVE "NIGHTLY"             TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "ENROLLED=" WS-ENROLLED-COUNT
               " LEAD=" WS-LEAD-DAYS
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           STRING "DEBITS=" WS-FILE-ENTRY-COUNT
               " TOTAL=" WS-FILE-DEBIT-TOTAL
               DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION

           EVALUATE TRUE
               WHEN WS-REWRITE-FAIL-COUNT > ZERO
                   MOVE "REJECTED" TO AL-COMPLETION-STATUS
               WHEN WS-EXCEPTION-COUNT > ZERO
                       OR RUN-DATE-IS-INVALID
                       OR TRACE-SERIES-MISSING
                   MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
               WHEN OTHER
                   MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           END-EVALUATE

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      * Header, batch headers and controls, entries and the file
      * control make up the record count; the file is padded with
      * all-nines records to a whole block of ten.
       3100-WRITE-FILE-CONTROL.
           COMPUTE WS-RECORD-COUNT =
               2 + (WS-BATCH-NUMBER * 2) + WS-FILE-ENTRY-COUNT
           DIVIDE WS-RECORD-COUNT BY 10 GIVING WS-BLOCK-COUNT
               REMAINDER WS-BLOCK-REMAINDER
           MOVE ZERO TO WS-PAD-COUNT
           IF WS-BLOCK-REMAINDER > ZERO
               ADD 1 TO WS-BLOCK-COUNT
               COMPUTE WS-PAD-COUNT = 10 - WS-BLOCK-REMAINDER
           END-IF

           MOVE WS-BATCH-NUMBER     TO FC-BATCH-COUNT
           MOVE WS-BLOCK-COUNT      TO FC-BLOCK-COUNT
           MOVE WS-FILE-ENTRY-COUNT TO FC-ENTRY-COUNT
           MOVE WS-FILE-HASH-SUM    TO FC-ENTRY-HASH
           MOVE WS-FILE-DEBIT-TOTAL TO FC-DEBIT-TOTAL
           MOVE ZERO                TO FC-CREDIT-TOTAL
           WRITE ACH-OUTPUT-RECORD FROM WS-FILE-CONTROL

           PERFORM 3150-WRITE-PAD-RECORD WS-PAD-COUNT TIMES.

       3150-WRITE-PAD-RECORD.
           WRITE ACH-OUTPUT-RECORD FROM WS-PAD-RECORD.

       3200-PRINT-TOTALS.
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "ENROLLMENTS ON FILE" TO TL-LABEL
           MOVE WS-ENROLLED-COUNT TO TL-COUNT
           WRITE ACH-REGISTER-RECORD FROM WS-TOTAL-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "ENROLLED - LOAN NOT ACTIVE" TO TL-LABEL
           MOVE WS-NOT-ACTIVE-COUNT TO TL-COUNT
           WRITE ACH-REGISTER-RECORD FROM WS-TOTAL-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "EXCEPTIONS" TO TL-LABEL
           MOVE WS-EXCEPTION-COUNT TO TL-COUNT
           WRITE ACH-REGISTER-RECORD FROM WS-TOTAL-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "BATCHES ON FILE" TO TL-LABEL
           MOVE WS-BATCH-NUMBER TO TL-COUNT
           WRITE ACH-REGISTER-RECORD FROM WS-TOTAL-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "DEBITS ORIGINATED / TOTAL" TO TL-LABEL
           MOVE WS-FILE-ENTRY-COUNT TO TL-COUNT
           MOVE WS-FILE-DEBIT-TOTAL TO TL-AMOUNT
           WRITE ACH-REGISTER-RECORD FROM WS-TOTAL-LINE.

      * The night's traces go on the reservation ledger as one block
      * drawn by ACHORIG, so NUMACCT accounts for every number the
      * register moved past. A series left at its low-water mark
      * is listed for its range to be extended (NUMMNT).
       3300-CLOSE-TRACE-SERIES.
           IF WS-TRACE-DRAWN-COUNT > ZERO
               MOVE WS-TRACE-SERIES      TO NL-SERIES-NAME
               MOVE WS-TRACE-FIRST       TO NL-FIRST-NUMBER
               MOVE WS-TRACE-SEQUENCE    TO NL-LAST-NUMBER
               COMPUTE NL-NUMBER-COUNT =
                   WS-TRACE-SEQUENCE - WS-TRACE-FIRST + 1
               ACCEPT NL-DRAW-DATE FROM DATE YYYYMMDD
               ACCEPT NL-DRAW-TIME FROM TIME
               MOVE "ACHORIG"            TO NL-DRAWN-BY

               OPEN EXTEND RESERVATION-LEDGER-FILE
               IF WS-LEDGER-FILE-STATUS = "35"
                   OPEN OUTPUT RESERVATION-LEDGER-FILE
               END-IF
               WRITE NUMBER-LEDGER-RECORD
               CLOSE RESERVATION-LEDGER-FILE
           END-IF

           IF WS-TRACE-HEADROOM NOT > NR-LOW-WATER-COUNT
               DISPLAY "SERIES " WS-TRACE-SERIES
                   " AT LOW WATER - " WS-TRACE-HEADROOM
                   " NUMBERS LEFT IN ITS RANGE"
               MOVE ZERO TO XL-LOAN-NUMBER
               MOVE "ACH TRACE SERIES AT LOW WATER"
                   TO XL-REASON
               PERFORM 2900-WRITE-EXCEPTION-LINE
           END-IF.
