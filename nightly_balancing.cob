       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALSHEET.

      * Modification history:
      * New program - the nightly balancing sheet, run as the last
      * step of NIGHTLY. Operations used to sign the night off by
      * opening a dozen datasets one at a time; this step reads the
      * same control files for tonight's batch number and prints
      * them on one sheet. The sheet shows every stream step's run
      * status from the run-control file (complete, still marked
      * started, or never checked in). It proves the record flow
      * between steps - the loan master backed up against the
      * master swept by LOANPROOF, the loans LOANEXTR extracted
      * against those SIMPLEINTEREST processed plus rejected, the
      * processed count against INTCTL and the GLPOST line count,
      * and the INTREJ rejects against the INTRPT trailer and the
      * items INTSUSP posted to suspense tonight. It proves the
      * dollar flow - the INTCTL total against the GLPOST hash
      * total (every amount is on a debit and a credit line, so
      * the hash is twice the posting), the accrual events on
      * LOANHIST and the INTRPT grand total, and each PAYCTL split
      * against the GLPAY credit lines for that split. And it
      * carries the GLRECON (GLVAR) and LOANPROOF (POSRPT)
      * verdicts for the batch. Every check is marked tied or
      * broken; a check whose producing step did not complete
      * tonight is marked not run, since the file it would read is
      * an earlier night's. The night is declared balanced only
      * when every step completed and every check tied.
      * Checks in with the shared RUNCTL run-control keeper at
      * initialize and end of job, and ends with a call to AUDITLOG
      * and a graded RETURN-CODE (0 = night balanced, 4 = not
      * balanced - work the sheet).
      * Now carries the INCESCL incident escalation step in the
      * stream step table, between SENSTRND and FACTORIAL.
      * Now carries the ZONEROLL zone rollup step in the stream step
      * table, after CELSIUSTOFAHRENHEIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT BACKUP-CONTROL-FILE ASSIGN TO "BKPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.

           SELECT POSITION-CONTROL-FILE ASSIGN TO "POSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-BATCH-NUMBER
               FILE STATUS IS WS-POSITION-FILE-STATUS.

           SELECT LOAN-TRANS-FILE ASSIGN TO "LOANTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT INTEREST-REPORT-FILE ASSIGN TO "INTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTRPT-FILE-STATUS.

           SELECT INTEREST-REJECT-FILE ASSIGN TO "INTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-LOAN-NUMBER
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT BATCH-CONTROL-FILE ASSIGN TO "INTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-CONTROL-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-FILE-STATUS.

           SELECT LOAN-HISTORY-FILE ASSIGN TO "LOANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT PAYMENT-CONTROL-FILE ASSIGN TO "PAYCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-CONTROL-STATUS.

           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GM-MAP-KEY
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT GL-PAYMENT-FILE ASSIGN TO "GLPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPAY-FILE-STATUS.

           SELECT GL-VARIANCE-FILE ASSIGN TO "GLVAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLVAR-FILE-STATUS.

           SELECT PROOF-REPORT-FILE ASSIGN TO "POSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSRPT-FILE-STATUS.

           SELECT BALANCING-SHEET-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY "run_control_file.cpy".

       FD  BACKUP-CONTROL-FILE.
           COPY "backup_control.cpy".

       FD  POSITION-CONTROL-FILE.
       01  POSITION-CONTROL-RECORD.
           05  PS-BATCH-NUMBER         PIC 9(7).
           05  PS-RUN-DATE             PIC 9(8).
           05  PS-LOAN-COUNT           PIC 9(7).
           05  PS-BALANCE-TOTAL        PIC 9(13)V99.
           05  PS-ACCRUED-TOTAL        PIC 9(13)V99.

      * Only counted - the layout is LOANEXTR's.
       FD  LOAN-TRANS-FILE.
       01  LOAN-TRANS-RECORD           PIC X(26).

       FD  INTEREST-REPORT-FILE.
       01  INTEREST-REPORT-RECORD      PIC X(80).

      * Only counted - the layout is SIMPLEINTEREST's reject line.
       FD  INTEREST-REJECT-FILE.
       01  INTEREST-REJECT-RECORD      PIC X(80).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05  SU-LOAN-NUMBER          PIC 9(6).
           05  SU-REJECT-REASON        PIC X(40).
           05  SU-DATE-FIRST-REJECTED  PIC 9(8).
           05  SU-LAST-REJECT-DATE     PIC 9(8).
           05  SU-AGE-DAYS             PIC 9(3).

       FD  BATCH-CONTROL-FILE.
           COPY "batch_control.cpy".

      * The posting-interface layout SIMPLEINTEREST writes to
      * GLPOST and PAYMTPOST to GLPAY - D/C lines, then a trailer.
       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD.
           05  GP-RECORD-TYPE          PIC X(1).
               88  GP-DEBIT-LINE           VALUE "D".
               88  GP-CREDIT-LINE          VALUE "C".
               88  GP-TRAILER              VALUE "T".
           05  GP-ACCOUNT-NUMBER       PIC X(8).
           05  GP-BATCH-NUMBER         PIC 9(7).
           05  GP-LOAN-NUMBER          PIC 9(6).
           05  GP-AMOUNT               PIC 9(11)V99.
       01  GL-POSTING-TRAILER.
           05  FILLER                  PIC X(1).
           05  GT-LINE-COUNT           PIC 9(7).
           05  GT-HASH-TOTAL           PIC 9(13)V99.
           05  FILLER                  PIC X(12).

       FD  LOAN-HISTORY-FILE.
           COPY "loan_history_record.cpy".

       FD  PAYMENT-CONTROL-FILE.
           COPY "payment_control.cpy".

       FD  GL-ACCOUNT-MAP-FILE.
           COPY "gl_account_map_record.cpy".

       FD  GL-PAYMENT-FILE.
       01  GL-PAYMENT-RECORD.
           05  GY-RECORD-TYPE          PIC X(1).
               88  GY-CREDIT-LINE          VALUE "C".
               88  GY-TRAILER              VALUE "T".
           05  GY-ACCOUNT-NUMBER       PIC X(8).
           05  GY-BATCH-NUMBER         PIC 9(7).
           05  GY-LOAN-NUMBER          PIC 9(6).
           05  GY-AMOUNT               PIC 9(11)V99.
       01  GL-PAYMENT-TRAILER.
           05  FILLER                  PIC X(1).
           05  GYT-LINE-COUNT          PIC 9(7).
           05  GYT-HASH-TOTAL          PIC 9(13)V99.
           05  FILLER                  PIC X(12).

       FD  GL-VARIANCE-FILE.
       01  GL-VARIANCE-RECORD          PIC X(130).

       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-RECORD         PIC X(100).

       FD  BALANCING-SHEET-FILE.
       01  BALANCING-SHEET-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "run_control_record.cpy".
           COPY "interest_report_total.cpy".

       01  WS-CONTROL-FILE-STATUS      PIC XX.
       01  WS-BACKUP-FILE-STATUS       PIC XX.
       01  WS-POSITION-FILE-STATUS     PIC XX.
       01  WS-TRANS-FILE-STATUS        PIC XX.
       01  WS-INTRPT-FILE-STATUS       PIC XX.
       01  WS-REJECT-FILE-STATUS       PIC XX.
       01  WS-SUSPENSE-FILE-STATUS     PIC XX.
       01  WS-BATCH-CONTROL-STATUS     PIC XX.
       01  WS-GLPOST-FILE-STATUS       PIC XX.
       01  WS-HISTORY-FILE-STATUS      PIC XX.
       01  WS-PAY-CONTROL-STATUS       PIC XX.
       01  WS-MAP-FILE-STATUS          PIC XX.
       01  WS-GLPAY-FILE-STATUS        PIC XX.
       01  WS-GLVAR-FILE-STATUS        PIC XX.
       01  WS-POSRPT-FILE-STATUS       PIC XX.

       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  END-OF-INPUT-FILE           VALUE "Y".

       01  WS-INTRPT-LINE              PIC X(80).

      * The GLRECON match, variance and unmatched lines all open
      * with the batch number and carry the verdict in fixed
      * columns - the open-variance lines that follow them carry
      * the batch too but no computed-total caption.
       01  WS-GLVAR-LINE.
           05  GV-LINE-TAG             PIC X(6).
           05  FILLER                  PIC X(4).
           05  GV-BATCH-NUMBER         PIC 9(7).
           05  FILLER                  PIC X(3).
           05  GV-CAPTION              PIC X(15).
           05  FILLER                  PIC X(45).
           05  GV-RESULT               PIC X(13).
           05  FILLER                  PIC X(37).

       01  WS-POSRPT-LINE              PIC X(100).

      * The steps of the stream that check in with RUNCTL, in the
      * order NIGHTLY runs them.
       01  WS-STREAM-STEP-NAMES.
           05  FILLER                  PIC X(20) VALUE "LOANBKUP".
           05  FILLER                  PIC X(20) VALUE "LOCKBOX".
           05  FILLER                  PIC X(20) VALUE "ACHSETL".
           05  FILLER                  PIC X(20) VALUE "PAYMTPOST".
           05  FILLER                  PIC X(20) VALUE "PAYRTRN".
           05  FILLER                  PIC X(20) VALUE "LATECHG".
           05  FILLER                  PIC X(20) VALUE "CHGOFF".
           05  FILLER                  PIC X(20) VALUE "RATERSET".
           05  FILLER                  PIC X(20) VALUE "ACHORIG".
           05  FILLER                  PIC X(20) VALUE "LOANEXTR".
           05  FILLER                  PIC X(20) VALUE "LOANDELQ".
           05  FILLER                  PIC X(20) VALUE "COLLPTP".
           05  FILLER                  PIC X(20) VALUE "LOANAPRT".
           05  FILLER                  PIC X(20) VALUE
               "SIMPLEINTEREST".
           05  FILLER                  PIC X(20) VALUE "INTSUSP".
           05  FILLER                  PIC X(20) VALUE
               "CELSIUSTOFAHRENHEIT".
           05  FILLER                  PIC X(20) VALUE "ZONEROLL".
           05  FILLER                  PIC X(20) VALUE "SENSTRND".
           05  FILLER                  PIC X(20) VALUE "INCESCL".
           05  FILLER                  PIC X(20) VALUE "FACTORIAL".
           05  FILLER                  PIC X(20) VALUE "BILLNOTC".
           05  FILLER                  PIC X(20) VALUE "GLRECON".
           05  FILLER                  PIC X(20) VALUE "LOANPROOF".
       01  WS-STREAM-STEP-TABLE REDEFINES WS-STREAM-STEP-NAMES.
           05  SS-STEP-NAME            PIC X(20) OCCURS 23 TIMES.

       01  WS-STREAM-STEP-COUNT        PIC 9(3) VALUE 23.

      * What the run-control file says about each stream step
      * tonight: C = complete, S = still marked started, N = never
      * checked in under tonight's batch.
       01  WS-STEP-RESULT-TABLE.
           05  WS-STEP-RESULT OCCURS 23 TIMES.
               10  SR-RUN-STATUS       PIC X(1).
                   88  SR-STEP-COMPLETE    VALUE "C".
                   88  SR-STEP-STARTED     VALUE "S".
                   88  SR-STEP-NOT-RUN     VALUE "N".
               10  SR-START-DATE       PIC 9(8).
               10  SR-START-TIME       PIC 9(8).
               10  SR-END-DATE         PIC 9(8).
               10  SR-END-TIME         PIC 9(8).

       01  WS-STEP-SUB                 PIC 9(3).
       01  WS-FOUND-SUB                PIC 9(3).
       01  WS-SEARCH-STEP              PIC X(20).

      * The payment-split credit accounts on the GL account map,
      * each with the split it carries - 1 interest, 2 principal,
      * 3 fees, 4 recoveries - so the GLPAY credit lines can be
      * totalled by split.
       01  WS-MAX-ACCOUNTS             PIC 9(3) VALUE 50.
       01  WS-ACCOUNT-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 50 TIMES.
               10  PA-ACCOUNT-NUMBER   PIC X(8).
               10  PA-SPLIT            PIC 9(1).
       01  WS-ACCOUNT-SUB              PIC 9(3).
       01  WS-SEARCH-ACCOUNT           PIC X(8).
       01  WS-SEARCH-SPLIT             PIC 9(1).

       01  WS-ACCOUNT-OVERFLOW-FLAG    PIC X VALUE "N".
           88  ACCOUNT-TABLE-OVERFLOW      VALUE "Y".

      * The control figures gathered from each file.
       01  WS-BACKUP-FLAG              PIC X VALUE "N".
           88  BACKUP-CONTROL-FOUND        VALUE "Y".
       01  WS-BACKUP-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-POSITION-FLAG            PIC X VALUE "N".
           88  POSITION-CONTROL-FOUND      VALUE "Y".
       01  WS-SWEPT-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-EXTRACT-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-INTRPT-FLAG              PIC X VALUE "N".
           88  INTRPT-TRAILER-FOUND        VALUE "Y".
       01  WS-INTRPT-LOANS             PIC 9(7) VALUE ZERO.
       01  WS-INTRPT-REJECTS           PIC 9(7) VALUE ZERO.
       01  WS-INTRPT-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-INTREJ-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-SUSPENSE-POSTED          PIC 9(7) VALUE ZERO.
       01  WS-SUSPENSE-NEW             PIC 9(7) VALUE ZERO.
       01  WS-INTCTL-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-INTCTL-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-GLPOST-LINES             PIC 9(7) VALUE ZERO.
       01  WS-GLPOST-HASH              PIC 9(13)V99 VALUE ZERO.
       01  WS-ACCRUAL-EVENT-TOTAL      PIC 9(13)V99 VALUE ZERO.
       01  WS-PAYCTL-INTEREST          PIC 9(11)V99 VALUE ZERO.
       01  WS-PAYCTL-PRINCIPAL         PIC 9(11)V99 VALUE ZERO.
       01  WS-PAYCTL-FEE               PIC 9(11)V99 VALUE ZERO.
       01  WS-PAYCTL-RECOVERY          PIC 9(11)V99 VALUE ZERO.
       01  WS-PAYCTL-TOTAL             PIC 9(13)V99 VALUE ZERO.
       01  WS-GLPAY-HASH               PIC 9(13)V99 VALUE ZERO.
       01  WS-GLPAY-SPLIT-TABLE.
           05  WS-GLPAY-SPLIT          PIC 9(13)V99 OCCURS 4 TIMES.
       01  WS-GLPAY-UNMAPPED           PIC 9(13)V99 VALUE ZERO.

       01  WS-GLRECON-VERDICT          PIC X(1) VALUE "N".
           88  GLRECON-RECONCILED          VALUE "T".
           88  GLRECON-OUT-OF-BALANCE      VALUE "B".
           88  GLRECON-NO-VERDICT          VALUE "N".
       01  WS-GLRECON-TEXT             PIC X(36) VALUE
           "NO GLRECON LINE FOR THIS BATCH".

       01  WS-POSITION-VERDICT         PIC X(1) VALUE "N".
           88  POSITION-PROVED             VALUE "T".
           88  POSITION-NOT-PROVED         VALUE "B".
           88  POSITION-BASELINE           VALUE "L".
           88  POSITION-NO-VERDICT         VALUE "N".
       01  WS-POSITION-TEXT            PIC X(36) VALUE
           "NO LOANPROOF VERDICT ON POSRPT".

      * One check at a time is handed to 4900/4950 through these.
       01  WS-PROOF-CAPTION            PIC X(42).
       01  WS-PROOF-LEFT               PIC S9(13)V99.
       01  WS-PROOF-RIGHT              PIC S9(13)V99.
       01  WS-PROOF-KIND               PIC X(1).
           88  PROOF-OF-COUNTS             VALUE "C".
           88  PROOF-OF-AMOUNTS            VALUE "A".
       01  WS-DEPEND-STEP-1            PIC X(20).
       01  WS-DEPEND-STEP-2            PIC X(20).
       01  WS-DEPEND-FLAG              PIC X VALUE "Y".
           88  PRODUCING-STEPS-RAN         VALUE "Y".
           88  PRODUCING-STEP-MISSING      VALUE "N".
       01  WS-CHECK-STATUS             PIC X(10).

       01  WS-STEP-COMPLETE-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-STEP-PROBLEM-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-CHECK-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-TIED-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-BROKEN-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-NOT-RUN-COUNT            PIC 9(5) VALUE ZERO.

       01  WS-NIGHT-FLAG               PIC X VALUE "Y".
           88  NIGHT-IS-BALANCED           VALUE "Y".
           88  NIGHT-NOT-BALANCED          VALUE "N".

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(26) VALUE
               "NIGHTLY BALANCING SHEET".
           05  FILLER                  PIC X(7) VALUE "BATCH ".
           05  RH-BATCH-NUMBER         PIC 9(7).
           05  FILLER                  PIC X(13) VALUE
               "   RUN DATE: ".
           05  RH-RUN-DATE             PIC 9(8).

       01  WS-SECTION-HEADING.
           05  FILLER                  PIC X(4) VALUE "*** ".
           05  SH-TITLE                PIC X(40).

       01  WS-STEP-COLUMNS.
           05  FILLER                  PIC X(42) VALUE
               "STEP                 STATUS               ".
           05  FILLER                  PIC X(36) VALUE
               "STARTED          ENDED".

       01  WS-STEP-LINE.
           05  SL-STEP-NAME            PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  SL-STATUS               PIC X(21).
           05  SL-START-DATE           PIC 9(8).
           05  FILLER                  PIC X(1) VALUE "/".
           05  SL-START-TIME           PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SL-END-DATE             PIC 9(8).
           05  FILLER                  PIC X(1) VALUE "/".
           05  SL-END-TIME             PIC 9(6).

       01  WS-PROOF-COLUMNS.
           05  FILLER                  PIC X(42) VALUE "CHECK".
           05  FILLER                  PIC X(19) VALUE
               "      LEFT SIDE".
           05  FILLER                  PIC X(19) VALUE
               "     RIGHT SIDE".
           05  FILLER                  PIC X(6) VALUE "RESULT".

       01  WS-AMOUNT-PROOF-LINE.
           05  AP-CAPTION              PIC X(42).
           05  AP-LEFT                 PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AP-RIGHT                PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AP-STATUS               PIC X(10).

       01  WS-COUNT-PROOF-LINE.
           05  CP-CAPTION              PIC X(42).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  CP-LEFT                 PIC -ZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  CP-RIGHT                PIC -ZZZZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CP-STATUS               PIC X(10).

       01  WS-VERDICT-PROOF-LINE.
           05  VP-CAPTION              PIC X(42).
           05  VP-TEXT                 PIC X(36).
           05  VP-STATUS               PIC X(10).

       01  WS-NOTE-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  NT-TEXT                 PIC X(38).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  NT-COUNT                PIC ZZZZZZZZZZZZZ9.

       01  WS-CHECK-TOTAL-LINE.
           05  FILLER                  PIC X(7) VALUE "CHECKS=".
           05  CT-CHECK-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(6) VALUE " TIED=".
           05  CT-TIED-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(8) VALUE " BROKEN=".
           05  CT-BROKEN-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE " NOT RUN=".
           05  CT-NOT-RUN-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(8) VALUE "  STEPS=".
           05  CT-STEP-COMPLETE        PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE " COMPLETE ".
           05  CT-STEP-PROBLEM         PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE " INCOMPLETE".

       01  WS-NIGHT-VERDICT-LINE       PIC X(60).

       01  WS-BLANK-LINE               PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-STEP-STATUS
           PERFORM 3000-GATHER-CONTROL-FIGURES
           PERFORM 4000-PROVE-RECORD-FLOW
           PERFORM 4500-PROVE-DOLLAR-FLOW
           PERFORM 4700-REPORT-STEP-VERDICTS
           PERFORM 5000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * Graded completion code: 0 = the night balanced, 4 = a step
      * did not complete or a check did not tie - the sheet says
      * which, and the night is not signed off until it is worked.
       9000-SET-RETURN-CODE.
           IF NIGHT-IS-BALANCED
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD

           SET RK-FUNCTION-START TO TRUE
           MOVE PC-BATCH-NUMBER TO RK-BATCH-NUMBER
           MOVE "BALSHEET" TO RK-STEP-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RK-RUN-REFUSED
               DISPLAY "BATCH " PC-BATCH-NUMBER
                   " STEP BALSHEET ALREADY COMPLETE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BALANCING-SHEET-FILE
           MOVE PC-BATCH-NUMBER TO RH-BATCH-NUMBER
           MOVE PC-RUN-DATE TO RH-RUN-DATE
           WRITE BALANCING-SHEET-RECORD FROM WS-REPORT-HEADING

           INITIALIZE WS-GLPAY-SPLIT-TABLE.

      ******************************************************************
      * Step run status - each stream step's record under tonight's
      * batch, read by key in the order the stream runs them.
      ******************************************************************
       2000-REPORT-STEP-STATUS.
           WRITE BALANCING-SHEET-RECORD FROM WS-BLANK-LINE
           MOVE "STEP RUN STATUS (RUNCTL)" TO SH-TITLE
           WRITE BALANCING-SHEET-RECORD FROM WS-SECTION-HEADING
           WRITE BALANCING-SHEET-RECORD FROM WS-STEP-COLUMNS

           OPEN INPUT RUN-CONTROL-FILE
           PERFORM 2100-REPORT-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STREAM-STEP-COUNT
           IF WS-CONTROL-FILE-STATUS NOT = "35"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       2100-REPORT-ONE-STEP.
           SET SR-STEP-NOT-RUN (WS-STEP-SUB) TO TRUE
           MOVE ZERO TO SR-START-DATE (WS-STEP-SUB)
           MOVE ZERO TO SR-START-TIME (WS-STEP-SUB)
           MOVE ZERO TO SR-END-DATE (WS-STEP-SUB)
           MOVE ZERO TO SR-END-TIME (WS-STEP-SUB)

           IF WS-CONTROL-FILE-STATUS NOT = "35"
               MOVE PC-BATCH-NUMBER TO RC-BATCH-NUMBER
               MOVE SS-STEP-NAME (WS-STEP-SUB) TO RC-STEP-NAME
               READ RUN-CONTROL-FILE
                   KEY IS RC-CONTROL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2150-TAKE-STEP-RECORD
               END-READ
           END-IF

           MOVE SS-STEP-NAME (WS-STEP-SUB)  TO SL-STEP-NAME
           MOVE SR-START-DATE (WS-STEP-SUB) TO SL-START-DATE
           MOVE SR-START-TIME (WS-STEP-SUB) (1:6) TO SL-START-TIME
           MOVE SR-END-DATE (WS-STEP-SUB)   TO SL-END-DATE
           MOVE SR-END-TIME (WS-STEP-SUB) (1:6) TO SL-END-TIME
           EVALUATE TRUE
               WHEN SR-STEP-COMPLETE (WS-STEP-SUB)
                   ADD 1 TO WS-STEP-COMPLETE-COUNT
                   MOVE "COMPLETE" TO SL-STATUS
               WHEN SR-STEP-STARTED (WS-STEP-SUB)
                   ADD 1 TO WS-STEP-PROBLEM-COUNT
                   MOVE "** STILL STARTED **" TO SL-STATUS
               WHEN OTHER
                   ADD 1 TO WS-STEP-PROBLEM-COUNT
                   MOVE "** NOT RUN **" TO SL-STATUS
           END-EVALUATE
           WRITE BALANCING-SHEET-RECORD FROM WS-STEP-LINE.

       2150-TAKE-STEP-RECORD.
           IF RC-STATUS-COMPLETE
               SET SR-STEP-COMPLETE (WS-STEP-SUB) TO TRUE
           ELSE
               SET SR-STEP-STARTED (WS-STEP-SUB) TO TRUE
           END-IF
           MOVE RC-START-DATE TO SR-START-DATE (WS-STEP-SUB)
           MOVE RC-START-TIME TO SR-START-TIME (WS-STEP-SUB)
           MOVE RC-END-DATE   TO SR-END-DATE (WS-STEP-SUB)
           MOVE RC-END-TIME   TO SR-END-TIME (WS-STEP-SUB).

      ******************************************************************
      * Control figures - each file read once, tonight's batch only
      * where the record carries the batch number. A file that is
      * not there yields zero figures; the step-completion test in
      * 4800 is what says whether a zero can be believed.
      ******************************************************************
       3000-GATHER-CONTROL-FIGURES.
           PERFORM 3100-READ-BACKUP-CONTROL
           PERFORM 3150-READ-POSITION-CONTROL
           PERFORM 3200-COUNT-EXTRACT
           PERFORM 3250-READ-INTEREST-TRAILER
           PERFORM 3300-COUNT-INTEREST-REJECTS
           PERFORM 3350-COUNT-SUSPENSE-POSTINGS
           PERFORM 3400-READ-INTEREST-CONTROL
           PERFORM 3450-READ-GL-POSTINGS
           PERFORM 3500-TOTAL-ACCRUAL-EVENTS
           PERFORM 3550-READ-PAYMENT-CONTROL
           PERFORM 3600-LOAD-SPLIT-ACCOUNTS
           PERFORM 3650-READ-GL-PAYMENTS
           PERFORM 3700-READ-GLRECON-VERDICT
           PERFORM 3750-READ-POSITION-VERDICT.

       3100-READ-BACKUP-CONTROL.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT BACKUP-CONTROL-FILE
           IF WS-BACKUP-FILE-STATUS = "35"
               SET END-OF-INPUT-FILE TO TRUE
           END-IF
           PERFORM 3110-READ-BACKUP-RECORD UNTIL END-OF-INPUT-FILE
           IF WS-BACKUP-FILE-STATUS NOT = "35"
               CLOSE BACKUP-CONTROL-FILE
           END-IF.

       3110-READ-BACKUP-RECORD.
           READ BACKUP-CONTROL-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
               NOT AT END
                   IF BK-BATCH-NUMBER = PC-BATCH-NUMBER
                       SET BACKUP-CONTROL-FOUND TO TRUE
                       MOVE BK-RECORD-COUNT TO WS-BACKUP-COUNT
                   END-IF
           END-READ.

       3150-READ-POSITION-CONTROL.
           OPEN INPUT POSITION-CONTROL-FILE
           IF WS-POSITION-FILE-STATUS NOT = "35"
               MOVE PC-BATCH-NUMBER TO PS-BATCH-NUMBER
               READ POSITION-CONTROL-FILE
                   KEY IS PS-BATCH-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET POSITION-CONTROL-FOUND TO TRUE
                       MOVE PS-LOAN-COUNT TO WS-SWEPT-COUNT
               END-READ
               CLOSE POSITION-CONTROL-FILE
           END-IF.

       3200-COUNT-EXTRACT.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT LOAN-TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "35"
               SET END-OF-INPUT-FILE TO TRUE
           END-IF
           PERFORM 3210-COUNT-EXTRACT-RECORD UNTIL END-OF-INPUT-FILE
           IF WS-TRANS-FILE-STATUS NOT = "35"
               CLOSE LOAN-TRANS-FILE
           END-IF.

       3210-COUNT-EXTRACT-RECORD.
           READ LOAN-TRANS-FILE
               AT END SET END-OF-INPUT-FILE TO TRUE
               NOT AT END ADD 1 TO WS-EXTRACT-COUNT
           END-READ.

      * The grand-total trailer is the last line SIMPLEINTEREST
      * writes - the same line MONTHRPT picks up - and its edited
      * figures are taken back to numeric here.
       3250-READ-INTEREST-TRAILER.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT INTEREST-REPORT-FILE
           IF WS-INTRPT-FILE-STATUS = "35"
               SET END-OF-INPUT-FILE TO TRUE
           END-IF
           PERFORM 3260-READ-INTRPT-LINE UNTIL END-OF-INPUT-FILE
           IF WS-INTRPT-FILE-STATUS NOT = "35"
               CLOSE INTEREST-REPORT-FILE
           END-IF

           IF INTRPT-TRAILER-FOUND
               MOVE TL-GRAND-TOTAL  TO WS-INTRPT-TOTAL
               MOVE TL-LOAN-COUNT   TO WS-INTRPT-LOANS
               MOVE TL-REJECT-COUNT TO WS-INTRPT-REJECTS
           END-IF.

       3260-READ-INTRPT-LINE.
           READ INTEREST-REPORT-FILE INTO WS-INTRPT-LINE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
               NOT AT END
                   IF WS-INTRPT-LINE (1:20) = "GRAND TOTAL INTEREST"
                       MOVE WS-INTRPT-LINE TO WS-TOTAL-LINE
                       SET INTRPT-TRAILER-FOUND TO TRUE
                   END-IF
           END-READ.

       3300-COUNT-INTEREST-REJECTS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT INTEREST-REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "35"
               SET END-OF-INPUT-FILE TO TRUE
           END-IF
           PERFORM 3310-COUNT-REJECT-RECORD UNTIL END-OF-INPUT-FILE
           IF WS-REJECT-FILE-STATUS NOT = "35"
               CLOSE INTEREST-REJECT-FILE
           END-IF.

       3310-COUNT-REJECT-RECORD.
           READ INTEREST-REJECT-FILE
               AT END SET END-OF-INPUT-FILE TO TRUE
               NOT AT END ADD 1 TO WS-INTREJ-COUNT
           END-READ.

      * INTSUSP stamps every item it posts from tonight's INTREJ
      * with the run date as its last-reject date - a new item and
      * a loan already on suspense alike - and an item rejected
      * tonight only ages, it is never recycled the same night. So
      * the items carrying tonight's date are exactly the rejects
      * INTSUSP took in; the new ones also carry it as their
      * first-rejected date.
       3350-COUNT-SUSPENSE-POSTINGS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = "35"
               SET END-OF-INPUT-FILE TO TRUE
           ELSE
               MOVE ZERO TO SU-LOAN-NUMBER
               START SUSPENSE-FILE
                   KEY IS NOT LESS THAN SU-LOAN-NUMBER
                   INVALID KEY SET END-OF-INPUT-FILE TO TRUE
               END-START
           END-IF
           PERFORM 3360-COUNT-SUSPENSE-ITEM UNTIL END-OF-INPUT-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = "35"
               CLOSE SUSPENSE-FILE
           END-IF.

       3360-COUNT-SUSPENSE-ITEM.
           READ SUSPENSE-FILE NEXT
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
               NOT AT END
                   IF SU-LAST-REJECT-DATE = PC-RUN-DATE
                       ADD 1 TO WS-SUSPENSE-POSTED
                       IF SU-DATE-FIRST-REJECTED = PC-RUN-DATE
                           ADD 1 TO WS-SUSPENSE-NEW
                       END-IF
                   END-IF
           END-READ.

       3400-READ-INTEREST-CONTROL.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BATCH-CONTROL-STATUS = "35"
               SET END-OF-INPUT-FILE TO TRUE
           END-IF
           PERFORM 3410-READ-CONTROL-RECORD UNTIL END-OF-INPUT-FILE
           IF WS-BATCH-CONTROL-STATUS NOT = "35"
               CLOSE BATCH-CONTROL-FILE
           END-IF.

       3410-READ-CONTROL-RECORD.
           READ BATCH-CONTROL-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
               NOT AT END
                   IF BC-BATCH-NUMBER = PC-BATCH-NUMBER
                       ADD BC-CONTROL-TOTAL TO WS-INTCTL-TOTAL
                       ADD BC-RECORD-COUNT  TO WS-INTCTL-COUNT
                   END-IF
           END-READ.

      * The trailer's own line count and hash total are what the GL
      * intake proves the file against, so they are what is taken.
       3450-READ-GL-POSTINGS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GL-POSTING-FILE
           IF WS-GLPOST-FILE-STATUS = "35"
               SET END-OF-INPUT-FILE TO TRUE
           END-IF
           PERFORM 3460-READ-POSTING-LINE UNTIL END-OF-INPUT-FILE
           IF WS-GLPOST-FILE-STATUS NOT = "35"
               CLOSE GL-POSTING-FILE
           END-IF.

       3460-READ-POSTING-LINE.
           READ GL-POSTING-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
               NOT AT END
                   IF GP-TRAILER
                       MOVE GT-LINE-COUNT TO WS-GLPOST-LINES
                       MOVE GT-HASH-TOTAL TO WS-GLPOST-HASH
                   END-IF
           END-READ.

       3500-TOTAL-ACCRUAL-EVENTS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT LOAN-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               SET END-OF-INPUT-FILE TO TRUE
           END-IF
           PERFORM 3510-READ-HISTORY-RECORD UNTIL END-OF-INPUT-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "35"
               CLOSE LOAN-HISTORY-FILE
           END-IF.

       3510-READ-HISTORY-RECORD.
           READ LOAN-HISTORY-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
               NOT AT END
                   IF LH-EVENT-ACCRUAL
                           AND LH-BATCH-NUMBER = PC-BATCH-NUMBER
                       ADD LH-INTEREST-AMOUNT
                           TO WS-ACCRUAL-EVENT-TOTAL
                   END-IF
           END-READ.

      * Only the posting run's record - the returned-payment and
      * charge-off records on PAYCTL post to their own GL files.
       3550-READ-PAYMENT-CONTROL.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PAYMENT-CONTROL-FILE
           IF WS-PAY-CONTROL-STATUS = "35"
               SET END-OF-INPUT-FILE TO TRUE
           END-IF
           PERFORM 3560-READ-PAYCTL-RECORD UNTIL END-OF-INPUT-FILE
           IF WS-PAY-CONTROL-STATUS NOT = "35"
               CLOSE PAYMENT-CONTROL-FILE
           END-IF

           COMPUTE WS-PAYCTL-TOTAL =
               WS-PAYCTL-INTEREST + WS-PAYCTL-PRINCIPAL
               + WS-PAYCTL-FEE + WS-PAYCTL-RECOVERY.

       3560-READ-PAYCTL-RECORD.
           READ PAYMENT-CONTROL-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
               NOT AT END
                   IF PB-BATCH-NUMBER = PC-BATCH-NUMBER
                           AND PB-TYPE-POSTING
                       ADD PB-INTEREST-TOTAL  TO WS-PAYCTL-INTEREST
                       ADD PB-PRINCIPAL-TOTAL TO WS-PAYCTL-PRINCIPAL
                       ADD PB-FEE-TOTAL       TO WS-PAYCTL-FEE
                       ADD PB-RECOVERY-TOTAL  TO WS-PAYCTL-RECOVERY
                   END-IF
           END-READ.

      * Each payment split is credited to the account the map names
      * for it - fees receivable (PF), interest receivable (PI),
      * loans (PP) and recovery income (RC). Retired mappings are
      * taken too; a payment posted before the retirement still
      * landed there. An account mapped to two splits stays with
      * the first one found.
       3600-LOAD-SPLIT-ACCOUNTS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GL-ACCOUNT-MAP-FILE
           IF WS-MAP-FILE-STATUS = "35"
               SET END-OF-INPUT-FILE TO TRUE
           ELSE
               READ GL-ACCOUNT-MAP-FILE NEXT
                   AT END SET END-OF-INPUT-FILE TO TRUE
               END-READ
           END-IF

           PERFORM 3610-TAKE-MAPPING UNTIL END-OF-INPUT-FILE

           IF WS-MAP-FILE-STATUS NOT = "35"
               CLOSE GL-ACCOUNT-MAP-FILE
           END-IF.

       3610-TAKE-MAPPING.
           MOVE ZERO TO WS-SEARCH-SPLIT
           EVALUATE GM-TRAN-TYPE
               WHEN "PI"
                   MOVE 1 TO WS-SEARCH-SPLIT
               WHEN "PP"
                   MOVE 2 TO WS-SEARCH-SPLIT
               WHEN "PF"
                   MOVE 3 TO WS-SEARCH-SPLIT
               WHEN "RC"
                   MOVE 4 TO WS-SEARCH-SPLIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-SEARCH-SPLIT > ZERO
               MOVE GM-CREDIT-ACCOUNT TO WS-SEARCH-ACCOUNT
               PERFORM 3620-FIND-ACCOUNT
               IF WS-FOUND-SUB = ZERO
                   IF WS-ACCOUNT-COUNT < WS-MAX-ACCOUNTS
                       ADD 1 TO WS-ACCOUNT-COUNT
                       MOVE WS-SEARCH-ACCOUNT
                           TO PA-ACCOUNT-NUMBER (WS-ACCOUNT-COUNT)
                       MOVE WS-SEARCH-SPLIT
                           TO PA-SPLIT (WS-ACCOUNT-COUNT)
                   ELSE
                       SET ACCOUNT-TABLE-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-IF

           READ GL-ACCOUNT-MAP-FILE NEXT
               AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.

       3620-FIND-ACCOUNT.
           MOVE ZERO TO WS-FOUND-SUB
           MOVE 1 TO WS-ACCOUNT-SUB
           PERFORM 3630-CHECK-ACCOUNT-ENTRY
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
                   OR WS-FOUND-SUB NOT = ZERO.

       3630-CHECK-ACCOUNT-ENTRY.
           IF PA-ACCOUNT-NUMBER (WS-ACCOUNT-SUB) = WS-SEARCH-ACCOUNT
               MOVE WS-ACCOUNT-SUB TO WS-FOUND-SUB
           END-IF
           ADD 1 TO WS-ACCOUNT-SUB.

      * Every split is one debit to cash and one credit to the
      * split's account, so the credit lines alone give the split
      * totals. A credit to an account the map does not carry is
      * kept apart; it still lands in the trailer hash, so the
      * whole-file check breaks on it.
       3650-READ-GL-PAYMENTS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GL-PAYMENT-FILE
           IF WS-GLPAY-FILE-STATUS = "35"
               SET END-OF-INPUT-FILE TO TRUE
           END-IF
           PERFORM 3660-READ-PAYMENT-LINE UNTIL END-OF-INPUT-FILE
           IF WS-GLPAY-FILE-STATUS NOT = "35"
               CLOSE GL-PAYMENT-FILE
           END-IF.

       3660-READ-PAYMENT-LINE.
           READ GL-PAYMENT-FILE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN GY-TRAILER
                           MOVE GYT-HASH-TOTAL TO WS-GLPAY-HASH
                       WHEN GY-CREDIT-LINE
                               AND GY-BATCH-NUMBER = PC-BATCH-NUMBER
                           PERFORM 3670-TAKE-PAYMENT-CREDIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       3670-TAKE-PAYMENT-CREDIT.
           MOVE GY-ACCOUNT-NUMBER TO WS-SEARCH-ACCOUNT
           PERFORM 3620-FIND-ACCOUNT
           IF WS-FOUND-SUB = ZERO
               ADD GY-AMOUNT TO WS-GLPAY-UNMAPPED
           ELSE
               ADD GY-AMOUNT
                   TO WS-GLPAY-SPLIT (PA-SPLIT (WS-FOUND-SUB))
           END-IF.

       3700-READ-GLRECON-VERDICT.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GL-VARIANCE-FILE
           IF WS-GLVAR-FILE-STATUS = "35"
               SET END-OF-INPUT-FILE TO TRUE
           END-IF
           PERFORM 3710-READ-GLVAR-LINE UNTIL END-OF-INPUT-FILE
           IF WS-GLVAR-FILE-STATUS NOT = "35"
               CLOSE GL-VARIANCE-FILE
           END-IF.

       3710-READ-GLVAR-LINE.
           READ GL-VARIANCE-FILE INTO WS-GLVAR-LINE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
               NOT AT END
                   IF GV-LINE-TAG = "BATCH="
                       IF GV-BATCH-NUMBER = PC-BATCH-NUMBER
                           PERFORM 3720-TAKE-GLRECON-LINE
                       END-IF
                   END-IF
           END-READ.

       3720-TAKE-GLRECON-LINE.
           EVALUATE TRUE
               WHEN GV-CAPTION = "COMPUTED TOTAL="
                       AND GV-RESULT = "RECONCILED OK"
                   SET GLRECON-RECONCILED TO TRUE
                   MOVE "INTCTL RECONCILED TO GL EXTRACT"
                       TO WS-GLRECON-TEXT
               WHEN GV-CAPTION = "COMPUTED TOTAL="
                   SET GLRECON-OUT-OF-BALANCE TO TRUE
                   MOVE "INTCTL OUT OF BALANCE WITH GL"
                       TO WS-GLRECON-TEXT
               WHEN GV-CAPTION (1:14) = "COMPUTED TOTAL"
                   SET GLRECON-OUT-OF-BALANCE TO TRUE
                   MOVE "NO GL EXTRACT RECORD FOR BATCH"
                       TO WS-GLRECON-TEXT
               WHEN GV-CAPTION = "GL EXTRACT RECO"
                   SET GLRECON-OUT-OF-BALANCE TO TRUE
                   MOVE "GL EXTRACT WITH NO INTCTL TOTAL"
                       TO WS-GLRECON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3750-READ-POSITION-VERDICT.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PROOF-REPORT-FILE
           IF WS-POSRPT-FILE-STATUS = "35"
               SET END-OF-INPUT-FILE TO TRUE
           END-IF
           PERFORM 3760-READ-POSRPT-LINE UNTIL END-OF-INPUT-FILE
           IF WS-POSRPT-FILE-STATUS NOT = "35"
               CLOSE PROOF-REPORT-FILE
           END-IF.

       3760-READ-POSRPT-LINE.
           READ PROOF-REPORT-FILE INTO WS-POSRPT-LINE
               AT END
                   SET END-OF-INPUT-FILE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-POSRPT-LINE (1:15) = "POSITION PROVES"
                           SET POSITION-PROVED TO TRUE
                           MOVE "ROLL-FORWARD IN BALANCE"
                               TO WS-POSITION-TEXT
                       WHEN WS-POSRPT-LINE (1:26) =
                               "** POSITION DOES NOT PROVE"
                           SET POSITION-NOT-PROVED TO TRUE
                           MOVE "POSITION DOES NOT PROVE"
                               TO WS-POSITION-TEXT
                       WHEN WS-POSRPT-LINE (1:17) =
                               "NO PRIOR POSITION"
                           SET POSITION-BASELINE TO TRUE
                           MOVE "NO PRIOR POSITION - BASELINE"
                               TO WS-POSITION-TEXT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * Record-flow proofs.
      ******************************************************************
       4000-PROVE-RECORD-FLOW.
           WRITE BALANCING-SHEET-RECORD FROM WS-BLANK-LINE
           MOVE "RECORD-FLOW PROOFS" TO SH-TITLE
           WRITE BALANCING-SHEET-RECORD FROM WS-SECTION-HEADING
           WRITE BALANCING-SHEET-RECORD FROM WS-PROOF-COLUMNS
           SET PROOF-OF-COUNTS TO TRUE

      * Nothing in the stream adds or removes a master record, so
      * the loans LOANPROOF sweeps are the loans LOANBKUP copied.
           MOVE "MASTER BACKED UP = MASTER SWEPT (POSCTL)"
               TO WS-PROOF-CAPTION
           MOVE WS-BACKUP-COUNT TO WS-PROOF-LEFT
           MOVE WS-SWEPT-COUNT  TO WS-PROOF-RIGHT
           MOVE "LOANBKUP"      TO WS-DEPEND-STEP-1
           MOVE "LOANPROOF"     TO WS-DEPEND-STEP-2
           PERFORM 4900-WRITE-PROOF-LINE

           MOVE "EXTRACTED = INTEREST PROCESSED + REJECTED"
               TO WS-PROOF-CAPTION
           MOVE WS-EXTRACT-COUNT TO WS-PROOF-LEFT
           COMPUTE WS-PROOF-RIGHT =
               WS-INTRPT-LOANS + WS-INTRPT-REJECTS
           MOVE "LOANEXTR"       TO WS-DEPEND-STEP-1
           MOVE "SIMPLEINTEREST" TO WS-DEPEND-STEP-2
           PERFORM 4900-WRITE-PROOF-LINE

           MOVE "INTEREST PROCESSED = INTCTL COUNT"
               TO WS-PROOF-CAPTION
           MOVE WS-INTRPT-LOANS TO WS-PROOF-LEFT
           MOVE WS-INTCTL-COUNT TO WS-PROOF-RIGHT
           MOVE "SIMPLEINTEREST" TO WS-DEPEND-STEP-1
           MOVE SPACES           TO WS-DEPEND-STEP-2
           PERFORM 4900-WRITE-PROOF-LINE

           MOVE "INTCTL COUNT X 2 = GLPOST LINES"
               TO WS-PROOF-CAPTION
           COMPUTE WS-PROOF-LEFT = WS-INTCTL-COUNT * 2
           MOVE WS-GLPOST-LINES TO WS-PROOF-RIGHT
           PERFORM 4900-WRITE-PROOF-LINE

           MOVE "INTRPT REJECTED = INTREJ RECORDS"
               TO WS-PROOF-CAPTION
           MOVE WS-INTRPT-REJECTS TO WS-PROOF-LEFT
           MOVE WS-INTREJ-COUNT   TO WS-PROOF-RIGHT
           PERFORM 4900-WRITE-PROOF-LINE

           MOVE "INTREJ RECORDS = POSTED TO SUSPENSE"
               TO WS-PROOF-CAPTION
           MOVE WS-INTREJ-COUNT    TO WS-PROOF-LEFT
           MOVE WS-SUSPENSE-POSTED TO WS-PROOF-RIGHT
           MOVE "INTSUSP"          TO WS-DEPEND-STEP-2
           PERFORM 4900-WRITE-PROOF-LINE

           MOVE "OF WHICH NEW TO SUSPENSE" TO NT-TEXT
           MOVE WS-SUSPENSE-NEW TO NT-COUNT
           WRITE BALANCING-SHEET-RECORD FROM WS-NOTE-LINE.

      ******************************************************************
      * Dollar-flow proofs.
      ******************************************************************
       4500-PROVE-DOLLAR-FLOW.
           WRITE BALANCING-SHEET-RECORD FROM WS-BLANK-LINE
           MOVE "DOLLAR-FLOW PROOFS" TO SH-TITLE
           WRITE BALANCING-SHEET-RECORD FROM WS-SECTION-HEADING
           WRITE BALANCING-SHEET-RECORD FROM WS-PROOF-COLUMNS
           SET PROOF-OF-AMOUNTS TO TRUE

           MOVE "SIMPLEINTEREST" TO WS-DEPEND-STEP-1
           MOVE SPACES           TO WS-DEPEND-STEP-2

           MOVE "INTCTL TOTAL = INTRPT GRAND TOTAL"
               TO WS-PROOF-CAPTION
           MOVE WS-INTCTL-TOTAL TO WS-PROOF-LEFT
           MOVE WS-INTRPT-TOTAL TO WS-PROOF-RIGHT
           PERFORM 4900-WRITE-PROOF-LINE

           MOVE "INTCTL TOTAL = GLPOST HASH / 2"
               TO WS-PROOF-CAPTION
           COMPUTE WS-PROOF-RIGHT = WS-GLPOST-HASH / 2
           PERFORM 4900-WRITE-PROOF-LINE

           MOVE "INTCTL TOTAL = LOANHIST ACCRUAL EVENTS"
               TO WS-PROOF-CAPTION
           MOVE WS-ACCRUAL-EVENT-TOTAL TO WS-PROOF-RIGHT
           PERFORM 4900-WRITE-PROOF-LINE

           MOVE "PAYMTPOST" TO WS-DEPEND-STEP-1

           MOVE "PAYCTL INTEREST = GLPAY INTEREST CREDITS"
               TO WS-PROOF-CAPTION
           MOVE WS-PAYCTL-INTEREST TO WS-PROOF-LEFT
           MOVE WS-GLPAY-SPLIT (1) TO WS-PROOF-RIGHT
           PERFORM 4900-WRITE-PROOF-LINE

           MOVE "PAYCTL PRINCIPAL = GLPAY LOAN CREDITS"
               TO WS-PROOF-CAPTION
           MOVE WS-PAYCTL-PRINCIPAL TO WS-PROOF-LEFT
           MOVE WS-GLPAY-SPLIT (2)  TO WS-PROOF-RIGHT
           PERFORM 4900-WRITE-PROOF-LINE

           MOVE "PAYCTL FEES = GLPAY FEE CREDITS"
               TO WS-PROOF-CAPTION
           MOVE WS-PAYCTL-FEE      TO WS-PROOF-LEFT
           MOVE WS-GLPAY-SPLIT (3) TO WS-PROOF-RIGHT
           PERFORM 4900-WRITE-PROOF-LINE

           MOVE "PAYCTL RECOVERIES = GLPAY RECOVERY CRS"
               TO WS-PROOF-CAPTION
           MOVE WS-PAYCTL-RECOVERY TO WS-PROOF-LEFT
           MOVE WS-GLPAY-SPLIT (4) TO WS-PROOF-RIGHT
           PERFORM 4900-WRITE-PROOF-LINE

           MOVE "PAYCTL TOTAL = GLPAY HASH / 2"
               TO WS-PROOF-CAPTION
           MOVE WS-PAYCTL-TOTAL TO WS-PROOF-LEFT
           COMPUTE WS-PROOF-RIGHT = WS-GLPAY-HASH / 2
           PERFORM 4900-WRITE-PROOF-LINE

           IF WS-GLPAY-UNMAPPED > ZERO
               MOVE "GLPAY CREDITS TO UNMAPPED ACCOUNTS"
                   TO WS-PROOF-CAPTION
               MOVE ZERO              TO WS-PROOF-LEFT
               MOVE WS-GLPAY-UNMAPPED TO WS-PROOF-RIGHT
               PERFORM 4900-WRITE-PROOF-LINE
           END-IF

           IF ACCOUNT-TABLE-OVERFLOW
               MOVE "MORE SPLIT ACCOUNTS MAPPED THAN TABLE HOLDS"
                   TO WS-NIGHT-VERDICT-LINE
               WRITE BALANCING-SHEET-RECORD FROM WS-NIGHT-VERDICT-LINE
           END-IF.

      ******************************************************************
      * The verdicts GLRECON and LOANPROOF reached for the batch.
      * A first-ever LOANPROOF only stores its baseline - nothing
      * to prove, nothing broken.
      ******************************************************************
       4700-REPORT-STEP-VERDICTS.
           WRITE BALANCING-SHEET-RECORD FROM WS-BLANK-LINE
           MOVE "STEP VERDICTS" TO SH-TITLE
           WRITE BALANCING-SHEET-RECORD FROM WS-SECTION-HEADING

           MOVE "GLRECON - INTCTL TO GENERAL LEDGER"
               TO WS-PROOF-CAPTION
           MOVE WS-GLRECON-TEXT TO VP-TEXT
           MOVE "GLRECON" TO WS-DEPEND-STEP-1
           MOVE SPACES    TO WS-DEPEND-STEP-2
           PERFORM 4800-CHECK-PRODUCING-STEPS
           EVALUATE TRUE
               WHEN PRODUCING-STEP-MISSING
                   MOVE "NOT RUN" TO WS-CHECK-STATUS
               WHEN GLRECON-RECONCILED
                   MOVE "TIED" TO WS-CHECK-STATUS
               WHEN OTHER
                   MOVE "BROKEN" TO WS-CHECK-STATUS
           END-EVALUATE
           PERFORM 4950-WRITE-VERDICT-LINE

           MOVE "LOANPROOF - LOAN POSITION ROLL-FORWARD"
               TO WS-PROOF-CAPTION
           MOVE WS-POSITION-TEXT TO VP-TEXT
           MOVE "LOANPROOF" TO WS-DEPEND-STEP-1
           PERFORM 4800-CHECK-PRODUCING-STEPS
           EVALUATE TRUE
               WHEN PRODUCING-STEP-MISSING
                   MOVE "NOT RUN" TO WS-CHECK-STATUS
               WHEN POSITION-PROVED
                   MOVE "TIED" TO WS-CHECK-STATUS
               WHEN POSITION-BASELINE
                   MOVE "BASELINE" TO WS-CHECK-STATUS
               WHEN OTHER
                   MOVE "BROKEN" TO WS-CHECK-STATUS
           END-EVALUATE
           PERFORM 4950-WRITE-VERDICT-LINE.

      * A check can only be believed when the steps that produce
      * its figures completed under tonight's batch - otherwise the
      * file it read is an earlier night's generation, or nothing.
       4800-CHECK-PRODUCING-STEPS.
           SET PRODUCING-STEPS-RAN TO TRUE
           MOVE WS-DEPEND-STEP-1 TO WS-SEARCH-STEP
           PERFORM 4850-TEST-STEP-COMPLETE
           IF WS-DEPEND-STEP-2 NOT = SPACES
               MOVE WS-DEPEND-STEP-2 TO WS-SEARCH-STEP
               PERFORM 4850-TEST-STEP-COMPLETE
           END-IF.

       4850-TEST-STEP-COMPLETE.
           MOVE ZERO TO WS-FOUND-SUB
           MOVE 1 TO WS-STEP-SUB
           PERFORM 4860-CHECK-STEP-ENTRY
               UNTIL WS-STEP-SUB > WS-STREAM-STEP-COUNT
                   OR WS-FOUND-SUB NOT = ZERO
           IF WS-FOUND-SUB = ZERO
               SET PRODUCING-STEP-MISSING TO TRUE
           ELSE
               IF NOT SR-STEP-COMPLETE (WS-FOUND-SUB)
                   SET PRODUCING-STEP-MISSING TO TRUE
               END-IF
           END-IF.

       4860-CHECK-STEP-ENTRY.
           IF SS-STEP-NAME (WS-STEP-SUB) = WS-SEARCH-STEP
               MOVE WS-STEP-SUB TO WS-FOUND-SUB
           END-IF
           ADD 1 TO WS-STEP-SUB.

       4900-WRITE-PROOF-LINE.
           PERFORM 4800-CHECK-PRODUCING-STEPS
           EVALUATE TRUE
               WHEN PRODUCING-STEP-MISSING
                   MOVE "NOT RUN" TO WS-CHECK-STATUS
               WHEN WS-PROOF-LEFT = WS-PROOF-RIGHT
                   MOVE "TIED" TO WS-CHECK-STATUS
               WHEN OTHER
                   MOVE "BROKEN" TO WS-CHECK-STATUS
           END-EVALUATE
           PERFORM 4970-COUNT-CHECK

           IF PROOF-OF-COUNTS
               MOVE WS-PROOF-CAPTION TO CP-CAPTION
               MOVE WS-PROOF-LEFT    TO CP-LEFT
               MOVE WS-PROOF-RIGHT   TO CP-RIGHT
               MOVE WS-CHECK-STATUS  TO CP-STATUS
               WRITE BALANCING-SHEET-RECORD FROM WS-COUNT-PROOF-LINE
           ELSE
               MOVE WS-PROOF-CAPTION TO AP-CAPTION
               MOVE WS-PROOF-LEFT    TO AP-LEFT
               MOVE WS-PROOF-RIGHT   TO AP-RIGHT
               MOVE WS-CHECK-STATUS  TO AP-STATUS
               WRITE BALANCING-SHEET-RECORD FROM WS-AMOUNT-PROOF-LINE
           END-IF.

       4950-WRITE-VERDICT-LINE.
           PERFORM 4970-COUNT-CHECK
           MOVE WS-PROOF-CAPTION TO VP-CAPTION
           MOVE WS-CHECK-STATUS  TO VP-STATUS
           WRITE BALANCING-SHEET-RECORD FROM WS-VERDICT-PROOF-LINE.

       4970-COUNT-CHECK.
           ADD 1 TO WS-CHECK-COUNT
           EVALUATE WS-CHECK-STATUS
               WHEN "TIED"
                   ADD 1 TO WS-TIED-COUNT
               WHEN "BASELINE"
                   ADD 1 TO WS-TIED-COUNT
               WHEN "NOT RUN"
                   ADD 1 TO WS-NOT-RUN-COUNT
               WHEN OTHER
                   ADD 1 TO WS-BROKEN-COUNT
           END-EVALUATE.

       5000-FINALIZE.
           IF WS-STEP-PROBLEM-COUNT > ZERO
                   OR WS-BROKEN-COUNT > ZERO
                   OR WS-NOT-RUN-COUNT > ZERO
               SET NIGHT-NOT-BALANCED TO TRUE
           END-IF

           WRITE BALANCING-SHEET-RECORD FROM WS-BLANK-LINE
           MOVE WS-CHECK-COUNT         TO CT-CHECK-COUNT
           MOVE WS-TIED-COUNT          TO CT-TIED-COUNT
           MOVE WS-BROKEN-COUNT        TO CT-BROKEN-COUNT
           MOVE WS-NOT-RUN-COUNT       TO CT-NOT-RUN-COUNT
           MOVE WS-STEP-COMPLETE-COUNT TO CT-STEP-COMPLETE
           MOVE WS-STEP-PROBLEM-COUNT  TO CT-STEP-PROBLEM
           WRITE BALANCING-SHEET-RECORD FROM WS-CHECK-TOTAL-LINE

           IF NIGHT-IS-BALANCED
               MOVE "*** NIGHT IS BALANCED ***"
                   TO WS-NIGHT-VERDICT-LINE
           ELSE
               MOVE "*** NIGHT IS NOT BALANCED - WORK THE SHEET ***"
                   TO WS-NIGHT-VERDICT-LINE
               DISPLAY "BATCH " PC-BATCH-NUMBER
                   " NOT BALANCED - BROKEN=" WS-BROKEN-COUNT
                   " NOT RUN=" WS-NOT-RUN-COUNT
                   " STEPS INCOMPLETE=" WS-STEP-PROBLEM-COUNT
           END-IF
           WRITE BALANCING-SHEET-RECORD FROM WS-NIGHT-VERDICT-LINE

           PERFORM 5050-WRITE-AUDIT-RECORD

           CLOSE BALANCING-SHEET-FILE

           SET RK-FUNCTION-END TO TRUE
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.

       5050-WRITE-AUDIT-RECORD.
           MOVE "BALSHEET"            TO AL-PROGRAM-NAME
           MOVE "NIGHTLY"             TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "BATCH=" PC-BATCH-NUMBER
               " STEPS COMPLETE=" WS-STEP-COMPLETE-COUNT
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           STRING "CHECKS=" WS-CHECK-COUNT
               " TIED=" WS-TIED-COUNT
               " BROKEN=" WS-BROKEN-COUNT
               " NOT RUN=" WS-NOT-RUN-COUNT
               DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION

           IF NIGHT-IS-BALANCED
               MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           ELSE
               MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
           END-IF

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.
