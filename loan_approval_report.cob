       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANAPRT.

      * Modification history:
      * New program - nightly maker/checker queue report over the
      * LOANAPPR approval queue LOANMAINT and LOANBATCH hold
      * high-impact loan master changes on. Lists every item still
      * pending approval - the loan, the transaction, who keyed it
      * and when, why it was held, the terms it proposes and how
      * many days it has waited - and every item declined since the
      * last report, with the checker and the decline reason. A
      * declined item is listed once: it is stamped with the run
      * date it was reported on and not listed again. Approved items
      * are not listed - the change is on the master and both
      * operators are on the audit trail.
      * Checks in with the shared RUNCTL run-control keeper at
      * initialize and end of job, and ends with a call to AUDITLOG
      * and a graded RETURN-CODE (0 = nothing pending or newly
      * declined, 4 = items listed for someone to work, 8 = the run
      * date is not a valid date).
      * A held MODIFY lists the new rate it proposes on its terms
      * line, beside the rate the loan carried when it was keyed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-APPROVAL-FILE ASSIGN TO "LOANAPPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-ITEM-KEY
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.

           SELECT APPROVAL-REPORT-FILE ASSIGN TO "APPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-APPROVAL-FILE.
           COPY "loan_approval_record.cpy".

       FD  APPROVAL-REPORT-FILE.
       01  APPROVAL-REPORT-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "run_control_record.cpy".
           COPY "date_calc.cpy".

       01  WS-APPROVAL-FILE-STATUS     PIC XX.

       01  WS-QUEUE-FLAG               PIC X VALUE "Y".
           88  QUEUE-EXISTS                VALUE "Y".
           88  NO-QUEUE                    VALUE "N".

       01  WS-RUN-DATE-FLAG            PIC X VALUE "Y".
           88  RUN-DATE-IS-VALID           VALUE "Y".
           88  RUN-DATE-IS-INVALID         VALUE "N".

       01  WS-SWEEP-EOF-FLAG           PIC X VALUE "N".
           88  END-OF-QUEUE-SWEEP          VALUE "Y".

       01  WS-RUN-DAY-NUMBER           PIC 9(7) VALUE ZERO.
       01  WS-DAYS-WAITING             PIC S9(7).

       01  WS-ITEM-READ-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-PENDING-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-DECLINED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-OLDEST-DAYS              PIC 9(7) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(30) VALUE
               "LOAN CHANGE APPROVAL QUEUE".
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  RH-RUN-DATE             PIC 9(8).

       01  WS-SECTION-HEADING.
           05  FILLER                  PIC X(4) VALUE "*** ".
           05  SH-TITLE                PIC X(40).

       01  WS-PENDING-COLUMNS.
           05  FILLER                  PIC X(34) VALUE
               "ITEM       T MAKER    KEYED    DAY".
           05  FILLER                  PIC X(31) VALUE
               "S HELD BECAUSE                 ".

       01  WS-DECLINED-COLUMNS.
           05  FILLER                  PIC X(34) VALUE
               "ITEM       T MAKER    CHECKER  DEC".
           05  FILLER                  PIC X(40) VALUE
               "IDED  DECLINED BECAUSE".

       01  WS-ITEM-LINE.
           05  IL-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(1) VALUE "-".
           05  IL-SEQUENCE             PIC 9(3).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  IL-TRAN-CODE            PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  IL-MAKER-OPERATOR       PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  IL-SUBMIT-DATE          PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  IL-DAYS-WAITING         PIC ZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  IL-HOLD-REASON          PIC X(30).

       01  WS-TERMS-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "CUST ".
           05  TR-CUSTOMER-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(6) VALUE " PROD ".
           05  TR-PRODUCT-CODE         PIC X(4).
           05  FILLER                  PIC X(6) VALUE " PRIN ".
           05  TR-PRINCIPAL            PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(6) VALUE " RATE ".
           05  TR-BEFORE-RATE          PIC ZZ9.99.
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  TR-RATE                 PIC ZZ9.99.
           05  FILLER                  PIC X(6) VALUE " OWED ".
           05  TR-BEFORE-OWED          PIC ZZZZZZZZ9.99.

       01  WS-DECLINED-LINE.
           05  DL-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(1) VALUE "-".
           05  DL-SEQUENCE             PIC 9(3).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-TRAN-CODE            PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-MAKER-OPERATOR       PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-CHECKER-OPERATOR     PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-DECISION-DATE        PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-DECISION-REASON      PIC X(30).

       01  WS-SECTION-TOTAL-LINE.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "ITEMS=".
           05  ST-COUNT                PIC ZZZZZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(9) VALUE "PENDING=".
           05  TL-PENDING-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE " DECLINED=".
           05  TL-DECLINED-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE
               " OLDEST DAYS=".
           05  TL-OLDEST-DAYS          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF QUEUE-EXISTS AND RUN-DATE-IS-VALID
               PERFORM 2000-LIST-PENDING-ITEMS
               PERFORM 3000-LIST-DECLINED-ITEMS
           END-IF
           PERFORM 5000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * Graded completion code for the NIGHTLY COND gating:
      * 0 = nothing to work, 4 = items pending or newly declined,
      * 8 = a run date the ages cannot be worked from.
       9000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN RUN-DATE-IS-INVALID
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PENDING-COUNT > ZERO
                       OR WS-DECLINED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      * No queue yet (nothing has ever been held) is the soft FILE
      * STATUS "35" case - an empty report prints. An invalid run
      * date ends RC 8 without marking the step complete.
       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD

           SET RK-FUNCTION-START TO TRUE
           MOVE PC-BATCH-NUMBER TO RK-BATCH-NUMBER
           MOVE "LOANAPRT" TO RK-STEP-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RK-RUN-REFUSED
               DISPLAY "BATCH " PC-BATCH-NUMBER
                   " STEP LOANAPRT ALREADY COMPLETE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT APPROVAL-REPORT-FILE
           MOVE PC-RUN-DATE TO RH-RUN-DATE
           WRITE APPROVAL-REPORT-RECORD FROM WS-REPORT-HEADING

           MOVE PC-RUN-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-INVALID
               DISPLAY "RUN DATE " PC-RUN-DATE
                   " IS NOT A VALID DATE - NOTHING REPORTED"
               SET RUN-DATE-IS-INVALID TO TRUE
           ELSE
               MOVE DK-DAY-NUMBER TO WS-RUN-DAY-NUMBER
           END-IF

           OPEN I-O LOAN-APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS = "35"
               SET NO-QUEUE TO TRUE
           END-IF.

       2000-LIST-PENDING-ITEMS.
           MOVE "PENDING APPROVAL" TO SH-TITLE
           WRITE APPROVAL-REPORT-RECORD FROM WS-SECTION-HEADING
           WRITE APPROVAL-REPORT-RECORD FROM WS-PENDING-COLUMNS

           MOVE "N" TO WS-SWEEP-EOF-FLAG
           PERFORM 4000-START-QUEUE-SWEEP
           PERFORM 2100-SELECT-PENDING
               UNTIL END-OF-QUEUE-SWEEP

           MOVE WS-PENDING-COUNT TO ST-COUNT
           WRITE APPROVAL-REPORT-RECORD FROM WS-SECTION-TOTAL-LINE.

       2100-SELECT-PENDING.
           ADD 1 TO WS-ITEM-READ-COUNT
           IF LA-STATUS-PENDING
               PERFORM 2200-WRITE-PENDING-LINE
           END-IF

           READ LOAN-APPROVAL-FILE NEXT
               AT END SET END-OF-QUEUE-SWEEP TO TRUE
           END-READ.

      * Days waiting are counted from the run date the item was
      * keyed under - a keyed date the calendar does not know
      * prints as zero days rather than a garbage age.
       2200-WRITE-PENDING-LINE.
           ADD 1 TO WS-PENDING-COUNT
           MOVE ZERO TO WS-DAYS-WAITING
           MOVE LA-SUBMIT-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-VALID
               COMPUTE WS-DAYS-WAITING =
                   WS-RUN-DAY-NUMBER - DK-DAY-NUMBER
               IF WS-DAYS-WAITING < ZERO
                   MOVE ZERO TO WS-DAYS-WAITING
               END-IF
           END-IF
           IF WS-DAYS-WAITING > WS-OLDEST-DAYS
               MOVE WS-DAYS-WAITING TO WS-OLDEST-DAYS
           END-IF

           MOVE LA-LOAN-NUMBER        TO IL-LOAN-NUMBER
           MOVE LA-SEQUENCE           TO IL-SEQUENCE
           MOVE LA-TRAN-CODE          TO IL-TRAN-CODE
           MOVE LA-MAKER-OPERATOR     TO IL-MAKER-OPERATOR
           MOVE LA-SUBMIT-DATE        TO IL-SUBMIT-DATE
           MOVE WS-DAYS-WAITING       TO IL-DAYS-WAITING
           MOVE LA-HOLD-REASON        TO IL-HOLD-REASON
           WRITE APPROVAL-REPORT-RECORD FROM WS-ITEM-LINE

           MOVE LA-CUSTOMER-NUMBER    TO TR-CUSTOMER-NUMBER
           MOVE LA-PRODUCT-CODE       TO TR-PRODUCT-CODE
           MOVE LA-PRINCIPAL          TO TR-PRINCIPAL
           MOVE LA-BEFORE-RATE        TO TR-BEFORE-RATE
           IF LA-TRAN-MODIFY
               MOVE LA-MOD-NEW-RATE   TO TR-RATE
           ELSE
               MOVE LA-RATE           TO TR-RATE
           END-IF
           MOVE LA-BEFORE-OWED        TO TR-BEFORE-OWED
           WRITE APPROVAL-REPORT-RECORD FROM WS-TERMS-LINE.

       3000-LIST-DECLINED-ITEMS.
           MOVE "DECLINED SINCE LAST REPORT" TO SH-TITLE
           WRITE APPROVAL-REPORT-RECORD FROM WS-SECTION-HEADING
           WRITE APPROVAL-REPORT-RECORD FROM WS-DECLINED-COLUMNS

           MOVE "N" TO WS-SWEEP-EOF-FLAG
           PERFORM 4000-START-QUEUE-SWEEP
           PERFORM 3100-SELECT-DECLINED
               UNTIL END-OF-QUEUE-SWEEP

           MOVE WS-DECLINED-COUNT TO ST-COUNT
           WRITE APPROVAL-REPORT-RECORD FROM WS-SECTION-TOTAL-LINE.

       3100-SELECT-DECLINED.
           IF LA-STATUS-DECLINED AND LA-REPORTED-DATE = ZERO
               PERFORM 3200-WRITE-DECLINED-LINE
           END-IF

           READ LOAN-APPROVAL-FILE NEXT
               AT END SET END-OF-QUEUE-SWEEP TO TRUE
           END-READ.

      * Stamped as reported so tomorrow's report does not list it
      * again; the run-control keeper refuses a rerun of the same
      * batch, so a rerun cannot lose one either.
       3200-WRITE-DECLINED-LINE.
           ADD 1 TO WS-DECLINED-COUNT
           MOVE LA-LOAN-NUMBER        TO DL-LOAN-NUMBER
           MOVE LA-SEQUENCE           TO DL-SEQUENCE
           MOVE LA-TRAN-CODE          TO DL-TRAN-CODE
           MOVE LA-MAKER-OPERATOR     TO DL-MAKER-OPERATOR
           MOVE LA-CHECKER-OPERATOR   TO DL-CHECKER-OPERATOR
           MOVE LA-DECISION-DATE      TO DL-DECISION-DATE
           MOVE LA-DECISION-REASON    TO DL-DECISION-REASON
           WRITE APPROVAL-REPORT-RECORD FROM WS-DECLINED-LINE

           MOVE PC-RUN-DATE TO LA-REPORTED-DATE
           REWRITE LOAN-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "APPROVAL ITEM REWRITE FAILED - LOAN "
                       LA-LOAN-NUMBER " STATUS="
                       WS-APPROVAL-FILE-STATUS
           END-REWRITE.

       4000-START-QUEUE-SWEEP.
           MOVE ZERO TO LA-LOAN-NUMBER
           MOVE ZERO TO LA-SEQUENCE
           START LOAN-APPROVAL-FILE
               KEY IS NOT LESS THAN LA-ITEM-KEY
               INVALID KEY SET END-OF-QUEUE-SWEEP TO TRUE
           END-START
           IF NOT END-OF-QUEUE-SWEEP
               READ LOAN-APPROVAL-FILE NEXT
                   AT END SET END-OF-QUEUE-SWEEP TO TRUE
               END-READ
           END-IF.

       5000-FINALIZE.
           MOVE WS-PENDING-COUNT       TO TL-PENDING-COUNT
           MOVE WS-DECLINED-COUNT      TO TL-DECLINED-COUNT
           MOVE WS-OLDEST-DAYS         TO TL-OLDEST-DAYS
           WRITE APPROVAL-REPORT-RECORD FROM WS-TOTAL-LINE

           PERFORM 5050-WRITE-AUDIT-RECORD

           IF QUEUE-EXISTS
               CLOSE LOAN-APPROVAL-FILE
           END-IF
           CLOSE APPROVAL-REPORT-FILE

           IF RUN-DATE-IS-VALID
               SET RK-FUNCTION-END TO TRUE
               CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           END-IF.

       5050-WRITE-AUDIT-RECORD.
           MOVE "LOANAPRT"            TO AL-PROGRAM-NAME
           MOVE "NIGHTLY"             TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "QUEUE ITEMS=" WS-ITEM-READ-COUNT
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           STRING "PENDING=" WS-PENDING-COUNT
               " DECLINED=" WS-DECLINED-COUNT
               DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION

           EVALUATE TRUE
               WHEN RUN-DATE-IS-INVALID
                   MOVE "REJECTED" TO AL-COMPLETION-STATUS
               WHEN WS-PENDING-COUNT > ZERO
                       OR WS-DECLINED-COUNT > ZERO
                   MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
               WHEN OTHER
                   MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           END-EVALUATE

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.
