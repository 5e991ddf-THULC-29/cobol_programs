       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMACCT.

      * Modification history:
      * New program - month-end control-number accountability
      * report, one section per series on the number register
      * (NUMREG), so that when audit asks which job drew a batch
      * number, or why a number has no GLRECON record, the answer
      * is on paper. Each section shows the series' definition -
      * valid range, last number drawn, numbers left and the
      * low-water count, flagged when the series is at low water -
      * and lists the month's reservations off the PRINT100
      * reservation ledger (NUMLEDG) with when and by whom each
      * block was drawn. Every number the ledger shows as drawn,
      * from the series' first ledger entry to its last number
      * drawn, is then accounted for: a BATCHNO number is used if
      * the batch checked in with RUNCTL or wrote a control record
      * to INTCTL, any number is accounted for if it was formally
      * voided through NUMMNT (NUMVOID), and the numbers of other
      * series are accounted for by their ledger entry, their use
      * not being recorded anywhere central. A BATCHNO number
      * neither used nor voided is an unexplained gap and is listed
      * with its ledger entry; numbers the register moved past with
      * no ledger entry are listed as a range, and are gaps unless
      * used or voided; numbers drawn a second time (a ledger entry
      * starting below the one before it) and voided numbers that
      * were used after all are listed as exceptions. Gaps in a
      * series whose definition allows gaps are listed but are not
      * exceptions. Numbers drawn before the ledger began are not
      * reported. The section closes with the month's voids and the
      * series totals; a control page proves the numbers accounted
      * for to used plus voided plus use-not-tracked plus gaps.
      * Checks in with the shared RUNCTL run-control keeper at
      * initialize and end of job, and ends with a call to AUDITLOG
      * and a graded RETURN-CODE (0 = every number accounted for,
      * 4 = exceptions to work - gaps, numbers drawn twice, voided
      * numbers used, a series at low water, 8 = the run date
      * failed the calendar check or there is no number register,
      * 12 = the report does not prove).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMBER-REGISTER-FILE ASSIGN TO "NUMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-SERIES-NAME
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT RESERVATION-LEDGER-FILE ASSIGN TO "NUMLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT NUMBER-VOID-FILE ASSIGN TO "NUMVOID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NV-VOID-KEY
               FILE STATUS IS WS-VOID-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-CONTROL-KEY
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT BATCH-CONTROL-FILE ASSIGN TO "INTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-CONTROL-FILE-STATUS.

           SELECT ACCOUNTABILITY-REPORT-FILE ASSIGN TO "NUMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NUMBER-REGISTER-FILE.
           COPY "number_register_record.cpy".

       FD  RESERVATION-LEDGER-FILE.
           COPY "number_ledger_record.cpy".

       FD  NUMBER-VOID-FILE.
           COPY "number_void_record.cpy".

       FD  RUN-CONTROL-FILE.
           COPY "run_control_file.cpy".

       FD  BATCH-CONTROL-FILE.
           COPY "batch_control.cpy".

       FD  ACCOUNTABILITY-REPORT-FILE.
       01  ACCOUNTABILITY-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "run_control_record.cpy".
           COPY "date_calc.cpy".

       01  WS-REGISTER-FILE-STATUS     PIC XX.
       01  WS-LEDGER-FILE-STATUS       PIC XX.
       01  WS-VOID-FILE-STATUS         PIC XX.
       01  WS-CONTROL-FILE-STATUS      PIC XX.
       01  WS-BATCH-CONTROL-FILE-STATUS PIC XX.

       01  WS-REGISTER-EOF-FLAG        PIC X VALUE "N".
           88  END-OF-REGISTER             VALUE "Y".

       01  WS-LEDGER-EOF-FLAG          PIC X VALUE "N".
           88  END-OF-LEDGER               VALUE "Y".

       01  WS-VOID-SWEEP-FLAG          PIC X VALUE "N".
           88  END-OF-VOID-SWEEP           VALUE "Y".

       01  WS-INTCTL-EOF-FLAG          PIC X VALUE "N".
           88  END-OF-INTCTL               VALUE "Y".

       01  WS-RUN-DATE-FLAG            PIC X VALUE "Y".
           88  RUN-DATE-IS-VALID           VALUE "Y".
           88  RUN-DATE-IS-INVALID         VALUE "N".

       01  WS-PROOF-FLAG               PIC X VALUE "Y".
           88  REPORT-PROVES               VALUE "Y".
           88  REPORT-DOES-NOT-PROVE       VALUE "N".

       01  WS-FIRST-ENTRY-FLAG         PIC X VALUE "Y".
           88  NO-LEDGER-ENTRY-YET         VALUE "Y".

       01  WS-USED-FLAG                PIC X VALUE "N".
           88  NUMBER-WAS-USED             VALUE "Y".

       01  WS-VOIDED-FLAG              PIC X VALUE "N".
           88  NUMBER-WAS-VOIDED           VALUE "Y".

       01  WS-RANGE-SOURCE-FLAG        PIC X VALUE "L".
           88  RANGE-FROM-LEDGER           VALUE "L".
           88  RANGE-NOT-ON-LEDGER         VALUE "H".

      * The month is the calendar month of the run date - the first
      * of the month through the run date itself.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM           PIC 9(6).
           05  WS-RUN-DD               PIC 9(2).
       01  WS-MONTH-START-DATE         PIC 9(8).

      * The one series whose use is recorded centrally - a batch
      * number is used when the batch checks in with RUNCTL or
      * writes its control record to INTCTL.
       01  WS-TRACKED-SERIES           PIC X(8) VALUE "BATCHNO".

       01  WS-MAX-INTCTL               PIC 9(4) VALUE 5000.
       01  WS-INTCTL-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-INTCTL-TABLE-FULL-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-INTCTL-TABLE.
           05  WS-INTCTL-BATCH         PIC 9(7) OCCURS 5000 TIMES.
       01  WS-INTCTL-SUB               PIC 9(4).

      * Numbers are walked in a 9(8) field so a range ending at
      * 9999999 still ends the walk.
       01  WS-EXPECTED-NUMBER          PIC 9(8).
       01  WS-CHECK-NUMBER             PIC 9(8).
       01  WS-RANGE-FROM               PIC 9(8).
       01  WS-RANGE-TO                 PIC 9(8).
       01  WS-RANGE-SIZE               PIC 9(8).
       01  WS-RANGE-VOIDS              PIC 9(8).
       01  WS-RANGE-GAPS               PIC 9(8).
       01  WS-OVERLAP-TO               PIC 9(8).
       01  WS-NUMBERS-LEFT             PIC 9(7).
       01  WS-SERIES-VOIDS-LISTED      PIC 9(5).

      * Per-series counts, cleared at the top of each section.
       01  WS-SERIES-ENTRIES           PIC 9(7).
       01  WS-SERIES-ACCOUNTED         PIC 9(8).
       01  WS-SERIES-USED              PIC 9(8).
       01  WS-SERIES-VOIDED            PIC 9(8).
       01  WS-SERIES-UNTRACKED         PIC 9(8).
       01  WS-SERIES-GAPS              PIC 9(8).
       01  WS-SERIES-DRAWN-TWICE       PIC 9(8).

      * Report totals.
       01  WS-SERIES-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-LEDGER-ENTRY-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-PERIOD-ENTRY-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-ACCOUNTED          PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-USED               PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-VOIDED             PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-UNTRACKED          PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-GAPS               PIC 9(9) VALUE ZERO.
       01  WS-ALLOWED-GAPS             PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-DRAWN-TWICE        PIC 9(9) VALUE ZERO.
       01  WS-VOIDED-USED-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-PAST-REGISTER-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-LOW-WATER-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-PROOF-RIGHT              PIC 9(9).

      * Report lines.
       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(45) VALUE
               "CONTROL-NUMBER ACCOUNTABILITY REPORT".
           05  FILLER                  PIC X(8) VALUE "PERIOD: ".
           05  RH-MONTH-START          PIC 9(8).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  RH-MONTH-END            PIC 9(8).

       01  WS-SERIES-LINE.
           05  FILLER                  PIC X(8) VALUE "SERIES: ".
           05  SD-SERIES-NAME          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SD-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(16) VALUE
               "  GAPS ALLOWED: ".
           05  SD-GAP-RULE             PIC X(1).

       01  WS-RANGE-LINE.
           05  FILLER                  PIC X(9) VALUE "  RANGE: ".
           05  SD-RANGE-LOW            PIC 9(7).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  SD-RANGE-HIGH           PIC 9(7).
           05  FILLER                  PIC X(14) VALUE
               "  LAST DRAWN: ".
           05  SD-LAST-NUMBER          PIC 9(7).
           05  FILLER                  PIC X(8) VALUE "  LEFT: ".
           05  SD-NUMBERS-LEFT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               "  LOW-WATER: ".
           05  SD-LOW-WATER            PIC ZZZZZZ9.

       01  WS-LOW-WATER-LINE           PIC X(60) VALUE
           "  ** AT LOW WATER - EXTEND THE RANGE OR OPEN A NEW SERIES".

       01  WS-NO-LEDGER-LINE           PIC X(50) VALUE
           "  NO RESERVATIONS ON THE LEDGER FOR THIS SERIES".

       01  WS-RESERVATION-LINE.
           05  FILLER                  PIC X(8) VALUE "  DRAWN ".
           05  RS-DRAW-DATE            PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  RS-DRAW-TIME            PIC X(6).
           05  FILLER                  PIC X(4) VALUE " BY ".
           05  RS-DRAWN-BY             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RS-FIRST-NUMBER         PIC 9(7).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  RS-LAST-NUMBER          PIC 9(7).
           05  FILLER                  PIC X(2) VALUE " (".
           05  RS-NUMBER-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE ")".

       01  WS-GAP-LINE.
           05  FILLER                  PIC X(11) VALUE
               "    NUMBER ".
           05  GP-NUMBER               PIC 9(7).
           05  FILLER                  PIC X(8) VALUE "  DRAWN ".
           05  GP-DRAW-DATE            PIC X(8).
           05  FILLER                  PIC X(4) VALUE " BY ".
           05  GP-DRAWN-BY             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  GP-VERDICT              PIC X(40).

       01  WS-HOLE-LINE.
           05  FILLER                  PIC X(13) VALUE
               "  ** NUMBERS ".
           05  HL-RANGE-FROM           PIC 9(7).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  HL-RANGE-TO             PIC 9(7).
           05  FILLER                  PIC X(33) VALUE
               " DRAWN WITH NO LEDGER ENTRY **".

       01  WS-HOLE-COUNT-LINE.
           05  FILLER                  PIC X(14) VALUE
               "     VOIDED: ".
           05  HC-VOIDED               PIC ZZZZZZ9.
           05  FILLER                  PIC X(20) VALUE
               "  NOT ACCOUNTED: ".
           05  HC-GAPS                 PIC ZZZZZZ9.

       01  WS-OVERLAP-LINE.
           05  FILLER                  PIC X(13) VALUE
               "  ** NUMBERS ".
           05  OV-RANGE-FROM           PIC 9(7).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  OV-RANGE-TO             PIC 9(7).
           05  FILLER                  PIC X(13) VALUE
               " DRAWN AGAIN ".
           05  OV-DRAW-DATE            PIC 9(8).
           05  FILLER                  PIC X(4) VALUE " BY ".
           05  OV-DRAWN-BY             PIC X(8).
           05  FILLER                  PIC X(3) VALUE " **".

       01  WS-PAST-REGISTER-LINE       PIC X(60) VALUE
           "  ** LEDGER ENTRY ABOVE THE REGISTER'S LAST NUMBER DRAWN".

       01  WS-VOID-HEADING             PIC X(40) VALUE
           "  VOIDS RECORDED THIS PERIOD:".

       01  WS-VOID-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  VL-NUMBER               PIC 9(7).
           05  FILLER                  PIC X(8) VALUE " VOIDED ".
           05  VL-VOID-DATE            PIC 9(8).
           05  FILLER                  PIC X(4) VALUE " BY ".
           05  VL-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(3) VALUE " - ".
           05  VL-REASON               PIC X(40).

       01  WS-NONE-LINE                PIC X(8) VALUE "    NONE".

       01  WS-SERIES-TOTAL-LINE.
           05  FILLER                  PIC X(8) VALUE "  DRAWN ".
           05  TL-ACCOUNTED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(6) VALUE " USED ".
           05  TL-USED                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(8) VALUE " VOIDED ".
           05  TL-VOIDED               PIC ZZZZZZ9.
           05  FILLER                  PIC X(17) VALUE
               " USE NOT TRACKED ".
           05  TL-UNTRACKED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(6) VALUE " GAPS ".
           05  TL-GAPS                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               " DRAWN TWICE ".
           05  TL-DRAWN-TWICE          PIC ZZZZZZ9.

       01  WS-BLANK-LINE               PIC X(1) VALUE SPACES.

       01  WS-NO-REGISTER-LINE         PIC X(60) VALUE
           "NUMBER REGISTER NUMREG NOT FOUND - NOTHING TO ACCOUNT FOR".

       01  WS-CONTROL-HEADING.
           05  FILLER                  PIC X(45) VALUE
               "CONTROL-NUMBER ACCOUNTABILITY CONTROL".
           05  FILLER                  PIC X(8) VALUE "PERIOD: ".
           05  CTH-MONTH-START         PIC 9(8).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  CTH-MONTH-END           PIC 9(8).

       01  WS-COUNT-LINE.
           05  CL-LABEL                PIC X(40).
           05  CL-COUNT                PIC ZZZZZZZZ9.

       01  WS-PROOF-LINE.
           05  PF-LABEL                PIC X(40).
           05  PF-LEFT                 PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE " = ".
           05  PF-RIGHT                PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PF-VERDICT              PIC X(6).

       01  WS-BAD-DATE-LINE.
           05  FILLER                  PIC X(9) VALUE "RUN DATE ".
           05  BD-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(40) VALUE
               " IS NOT A VALID DATE - NO REPORT".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF RUN-DATE-IS-VALID
                   AND WS-REGISTER-FILE-STATUS NOT = "35"
               IF WS-BATCH-CONTROL-FILE-STATUS NOT = "35"
                   PERFORM 2000-LOAD-INTCTL
               END-IF
               PERFORM 3000-ACCOUNT-FOR-SERIES
                   UNTIL END-OF-REGISTER
               PERFORM 4000-WRITE-CONTROL-TOTALS
           END-IF
           PERFORM 5000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * Graded completion code: a report that does not prove is not
      * to be relied on; exceptions are worked before audit sees
      * the report.
       9000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN REPORT-DOES-NOT-PROVE
                   MOVE 12 TO RETURN-CODE
               WHEN RUN-DATE-IS-INVALID
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REGISTER-FILE-STATUS = "35"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-GAPS > WS-ALLOWED-GAPS
                       OR WS-TOTAL-DRAWN-TWICE > ZERO
                       OR WS-VOIDED-USED-COUNT > ZERO
                       OR WS-PAST-REGISTER-COUNT > ZERO
                       OR WS-LOW-WATER-COUNT > ZERO
                       OR WS-INTCTL-TABLE-FULL-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      * A void file, run-control file or INTCTL that does not exist
      * yet is the soft FILE STATUS "35" case - nothing voided,
      * nothing used. The ledger is opened per series.
       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD

           SET RK-FUNCTION-START TO TRUE
           MOVE PC-BATCH-NUMBER TO RK-BATCH-NUMBER
           MOVE "NUMACCT" TO RK-STEP-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RK-RUN-REFUSED
               DISPLAY "BATCH " PC-BATCH-NUMBER
                   " STEP NUMACCT ALREADY COMPLETE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ACCOUNTABILITY-REPORT-FILE

           MOVE PC-RUN-DATE TO WS-RUN-DATE
           MOVE PC-RUN-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-INVALID
               DISPLAY "RUN DATE " PC-RUN-DATE
                   " IS NOT A VALID DATE - NO REPORT"
               SET RUN-DATE-IS-INVALID TO TRUE
               MOVE PC-RUN-DATE TO BD-RUN-DATE
               WRITE ACCOUNTABILITY-REPORT-RECORD
                   FROM WS-BAD-DATE-LINE
           ELSE
               COMPUTE WS-MONTH-START-DATE = WS-RUN-YYYYMM * 100 + 1
               MOVE WS-MONTH-START-DATE TO RH-MONTH-START
               MOVE PC-RUN-DATE         TO RH-MONTH-END
               WRITE ACCOUNTABILITY-REPORT-RECORD
                   FROM WS-REPORT-HEADING

               OPEN INPUT NUMBER-VOID-FILE
               OPEN INPUT RUN-CONTROL-FILE
               OPEN INPUT BATCH-CONTROL-FILE

               OPEN INPUT NUMBER-REGISTER-FILE
               IF WS-REGISTER-FILE-STATUS = "35"
                   DISPLAY "NUMBER REGISTER FILE NUMREG NOT FOUND"
                   WRITE ACCOUNTABILITY-REPORT-RECORD
                       FROM WS-NO-REGISTER-LINE
               ELSE
                   PERFORM 1100-START-REGISTER-SWEEP
               END-IF
           END-IF.

       1100-START-REGISTER-SWEEP.
           MOVE SPACES TO NR-SERIES-NAME
           START NUMBER-REGISTER-FILE
               KEY IS NOT LESS THAN NR-SERIES-NAME
               INVALID KEY SET END-OF-REGISTER TO TRUE
           END-START
           IF NOT END-OF-REGISTER
               READ NUMBER-REGISTER-FILE NEXT
                   AT END SET END-OF-REGISTER TO TRUE
               END-READ
           END-IF.

      ******************************************************************
      * INTCTL batch numbers, tabled once for the BATCHNO check.
      ******************************************************************
       2000-LOAD-INTCTL.
           READ BATCH-CONTROL-FILE
               AT END SET END-OF-INTCTL TO TRUE
           END-READ
           PERFORM 2100-TABLE-ONE-INTCTL UNTIL END-OF-INTCTL.

       2100-TABLE-ONE-INTCTL.
           IF WS-INTCTL-COUNT < WS-MAX-INTCTL
               ADD 1 TO WS-INTCTL-COUNT
               MOVE BC-BATCH-NUMBER
                   TO WS-INTCTL-BATCH (WS-INTCTL-COUNT)
           ELSE
               ADD 1 TO WS-INTCTL-TABLE-FULL-COUNT
           END-IF

           READ BATCH-CONTROL-FILE
               AT END SET END-OF-INTCTL TO TRUE
           END-READ.

      ******************************************************************
      * One section per series on the register. The ledger is read
      * from the top for each series - its entries for the series
      * arrive in ascending number order, so each entry should
      * start where the one before it ended.
      ******************************************************************
       3000-ACCOUNT-FOR-SERIES.
           ADD 1 TO WS-SERIES-COUNT
           MOVE ZERO TO WS-SERIES-ENTRIES
           MOVE ZERO TO WS-SERIES-ACCOUNTED
           MOVE ZERO TO WS-SERIES-USED
           MOVE ZERO TO WS-SERIES-VOIDED
           MOVE ZERO TO WS-SERIES-UNTRACKED
           MOVE ZERO TO WS-SERIES-GAPS
           MOVE ZERO TO WS-SERIES-DRAWN-TWICE
           SET NO-LEDGER-ENTRY-YET TO TRUE

           PERFORM 3100-WRITE-SERIES-HEADING

           MOVE "N" TO WS-LEDGER-EOF-FLAG
           OPEN INPUT RESERVATION-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "35"
               SET END-OF-LEDGER TO TRUE
           ELSE
               READ RESERVATION-LEDGER-FILE
                   AT END SET END-OF-LEDGER TO TRUE
               END-READ
           END-IF
           PERFORM 3200-TAKE-LEDGER-ENTRY UNTIL END-OF-LEDGER
           IF WS-LEDGER-FILE-STATUS NOT = "35"
               CLOSE RESERVATION-LEDGER-FILE
           END-IF

      * Numbers the register has moved past since the last ledger
      * entry were drawn with no ledger record written.
           IF NO-LEDGER-ENTRY-YET
               WRITE ACCOUNTABILITY-REPORT-RECORD
                   FROM WS-NO-LEDGER-LINE
           ELSE
               IF WS-EXPECTED-NUMBER NOT > NR-LAST-NUMBER
                   MOVE WS-EXPECTED-NUMBER TO WS-RANGE-FROM
                   MOVE NR-LAST-NUMBER     TO WS-RANGE-TO
                   PERFORM 3400-ACCOUNT-FOR-HOLE
               END-IF
           END-IF

           PERFORM 3800-LIST-PERIOD-VOIDS
           PERFORM 3900-WRITE-SERIES-TOTALS

           READ NUMBER-REGISTER-FILE NEXT
               AT END SET END-OF-REGISTER TO TRUE
           END-READ.

       3100-WRITE-SERIES-HEADING.
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE NR-SERIES-NAME        TO SD-SERIES-NAME
           MOVE NR-SERIES-DESCRIPTION TO SD-DESCRIPTION
           MOVE NR-GAP-RULE           TO SD-GAP-RULE
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-SERIES-LINE

           MOVE ZERO TO WS-NUMBERS-LEFT
           IF NR-RANGE-HIGH > NR-LAST-NUMBER
               COMPUTE WS-NUMBERS-LEFT =
                   NR-RANGE-HIGH - NR-LAST-NUMBER
           END-IF
           MOVE NR-RANGE-LOW       TO SD-RANGE-LOW
           MOVE NR-RANGE-HIGH      TO SD-RANGE-HIGH
           MOVE NR-LAST-NUMBER     TO SD-LAST-NUMBER
           MOVE WS-NUMBERS-LEFT    TO SD-NUMBERS-LEFT
           MOVE NR-LOW-WATER-COUNT TO SD-LOW-WATER
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-RANGE-LINE
           IF WS-NUMBERS-LEFT NOT > NR-LOW-WATER-COUNT
               ADD 1 TO WS-LOW-WATER-COUNT
               WRITE ACCOUNTABILITY-REPORT-RECORD
                   FROM WS-LOW-WATER-LINE
           END-IF.

      * An entry that starts past the expected number leaves a hole
      * in front of it; one that starts below it drew some numbers
      * a second time - those are reported and not accounted for
      * again. The rest of the entry is then accounted for.
       3200-TAKE-LEDGER-ENTRY.
           IF NL-SERIES-NAME = NR-SERIES-NAME
               ADD 1 TO WS-SERIES-ENTRIES
               ADD 1 TO WS-LEDGER-ENTRY-COUNT
               IF NL-DRAW-DATE NOT LESS THAN WS-MONTH-START-DATE
                       AND NL-DRAW-DATE NOT GREATER THAN PC-RUN-DATE
                   PERFORM 3250-WRITE-RESERVATION-LINE
               END-IF
               IF NL-LAST-NUMBER > NR-LAST-NUMBER
                   ADD 1 TO WS-PAST-REGISTER-COUNT
                   WRITE ACCOUNTABILITY-REPORT-RECORD
                       FROM WS-PAST-REGISTER-LINE
               END-IF

               IF NO-LEDGER-ENTRY-YET
                   MOVE "N" TO WS-FIRST-ENTRY-FLAG
                   MOVE NL-FIRST-NUMBER TO WS-EXPECTED-NUMBER
               END-IF

               IF NL-FIRST-NUMBER > WS-EXPECTED-NUMBER
                   MOVE WS-EXPECTED-NUMBER TO WS-RANGE-FROM
                   COMPUTE WS-RANGE-TO = NL-FIRST-NUMBER - 1
                   PERFORM 3400-ACCOUNT-FOR-HOLE
                   MOVE NL-FIRST-NUMBER TO WS-EXPECTED-NUMBER
               END-IF

               MOVE NL-FIRST-NUMBER TO WS-RANGE-FROM
               IF NL-FIRST-NUMBER < WS-EXPECTED-NUMBER
                   PERFORM 3300-REPORT-DRAWN-TWICE
                   MOVE WS-EXPECTED-NUMBER TO WS-RANGE-FROM
               END-IF

               IF NL-LAST-NUMBER NOT LESS THAN WS-RANGE-FROM
                   MOVE NL-LAST-NUMBER TO WS-RANGE-TO
                   SET RANGE-FROM-LEDGER TO TRUE
                   PERFORM 3500-ACCOUNT-FOR-RANGE
                   COMPUTE WS-EXPECTED-NUMBER = NL-LAST-NUMBER + 1
               END-IF
           END-IF

           READ RESERVATION-LEDGER-FILE
               AT END SET END-OF-LEDGER TO TRUE
           END-READ.

       3250-WRITE-RESERVATION-LINE.
           ADD 1 TO WS-PERIOD-ENTRY-COUNT
           MOVE NL-DRAW-DATE         TO RS-DRAW-DATE
           MOVE NL-DRAW-TIME (1:6)   TO RS-DRAW-TIME
           MOVE NL-DRAWN-BY          TO RS-DRAWN-BY
           MOVE NL-FIRST-NUMBER      TO RS-FIRST-NUMBER
           MOVE NL-LAST-NUMBER       TO RS-LAST-NUMBER
           MOVE NL-NUMBER-COUNT      TO RS-NUMBER-COUNT
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-RESERVATION-LINE.

       3300-REPORT-DRAWN-TWICE.
           COMPUTE WS-OVERLAP-TO = WS-EXPECTED-NUMBER - 1
           IF NL-LAST-NUMBER < WS-OVERLAP-TO
               MOVE NL-LAST-NUMBER TO WS-OVERLAP-TO
           END-IF
           COMPUTE WS-RANGE-SIZE = WS-OVERLAP-TO - NL-FIRST-NUMBER + 1
           ADD WS-RANGE-SIZE TO WS-SERIES-DRAWN-TWICE
           MOVE NL-FIRST-NUMBER TO OV-RANGE-FROM
           MOVE WS-OVERLAP-TO   TO OV-RANGE-TO
           MOVE NL-DRAW-DATE    TO OV-DRAW-DATE
           MOVE NL-DRAWN-BY     TO OV-DRAWN-BY
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-OVERLAP-LINE.

      * Numbers drawn with no ledger entry - a gap unless they were
      * used or voided. For series whose use is not tracked only a
      * void can account for them.
       3400-ACCOUNT-FOR-HOLE.
           MOVE WS-RANGE-FROM TO HL-RANGE-FROM
           MOVE WS-RANGE-TO   TO HL-RANGE-TO
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-HOLE-LINE
           SET RANGE-NOT-ON-LEDGER TO TRUE
           PERFORM 3500-ACCOUNT-FOR-RANGE.

       3500-ACCOUNT-FOR-RANGE.
           COMPUTE WS-RANGE-SIZE = WS-RANGE-TO - WS-RANGE-FROM + 1
           ADD WS-RANGE-SIZE TO WS-SERIES-ACCOUNTED
           IF NR-SERIES-NAME = WS-TRACKED-SERIES
               PERFORM 3600-CHECK-ONE-NUMBER
                   VARYING WS-CHECK-NUMBER FROM WS-RANGE-FROM BY 1
                   UNTIL WS-CHECK-NUMBER > WS-RANGE-TO
           ELSE
               PERFORM 3700-COUNT-RANGE-VOIDS
               ADD WS-RANGE-VOIDS TO WS-SERIES-VOIDED
               COMPUTE WS-RANGE-GAPS = WS-RANGE-SIZE - WS-RANGE-VOIDS
               IF RANGE-FROM-LEDGER
                   ADD WS-RANGE-GAPS TO WS-SERIES-UNTRACKED
               ELSE
                   ADD WS-RANGE-GAPS TO WS-SERIES-GAPS
                   MOVE WS-RANGE-VOIDS TO HC-VOIDED
                   MOVE WS-RANGE-GAPS  TO HC-GAPS
                   WRITE ACCOUNTABILITY-REPORT-RECORD
                       FROM WS-HOLE-COUNT-LINE
               END-IF
           END-IF.

      * A tracked number is used, voided, or a gap - and a voided
      * number that turns out to have been used is an exception in
      * its own right.
       3600-CHECK-ONE-NUMBER.
           PERFORM 3610-TEST-NUMBER-USED
           PERFORM 3620-TEST-NUMBER-VOIDED

           EVALUATE TRUE
               WHEN NUMBER-WAS-USED AND NUMBER-WAS-VOIDED
                   ADD 1 TO WS-SERIES-USED
                   ADD 1 TO WS-VOIDED-USED-COUNT
                   MOVE "** VOIDED BUT USED **" TO GP-VERDICT
                   PERFORM 3650-WRITE-GAP-LINE
               WHEN NUMBER-WAS-USED
                   ADD 1 TO WS-SERIES-USED
               WHEN NUMBER-WAS-VOIDED
                   ADD 1 TO WS-SERIES-VOIDED
               WHEN OTHER
                   ADD 1 TO WS-SERIES-GAPS
                   MOVE "** NOT USED AND NOT VOIDED **" TO GP-VERDICT
                   PERFORM 3650-WRITE-GAP-LINE
           END-EVALUATE.

       3610-TEST-NUMBER-USED.
           MOVE "N" TO WS-USED-FLAG
           IF WS-CONTROL-FILE-STATUS NOT = "35"
               MOVE WS-CHECK-NUMBER TO RC-BATCH-NUMBER
               MOVE LOW-VALUES      TO RC-STEP-NAME
               START RUN-CONTROL-FILE
                   KEY IS NOT LESS THAN RC-CONTROL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ RUN-CONTROL-FILE NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF RC-BATCH-NUMBER = WS-CHECK-NUMBER
                                   SET NUMBER-WAS-USED TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF

           IF NOT NUMBER-WAS-USED
               PERFORM 3615-SEARCH-INTCTL
                   VARYING WS-INTCTL-SUB FROM 1 BY 1
                   UNTIL WS-INTCTL-SUB > WS-INTCTL-COUNT
                       OR NUMBER-WAS-USED
           END-IF.

       3615-SEARCH-INTCTL.
           IF WS-INTCTL-BATCH (WS-INTCTL-SUB) = WS-CHECK-NUMBER
               SET NUMBER-WAS-USED TO TRUE
           END-IF.

       3620-TEST-NUMBER-VOIDED.
           MOVE "N" TO WS-VOIDED-FLAG
           IF WS-VOID-FILE-STATUS NOT = "35"
               MOVE NR-SERIES-NAME  TO NV-SERIES-NAME
               MOVE WS-CHECK-NUMBER TO NV-NUMBER
               READ NUMBER-VOID-FILE
                   KEY IS NV-VOID-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET NUMBER-WAS-VOIDED TO TRUE
               END-READ
           END-IF.

       3650-WRITE-GAP-LINE.
           MOVE WS-CHECK-NUMBER TO GP-NUMBER
           IF RANGE-FROM-LEDGER
               MOVE NL-DRAW-DATE TO GP-DRAW-DATE
               MOVE NL-DRAWN-BY  TO GP-DRAWN-BY
           ELSE
               MOVE "UNKNOWN"    TO GP-DRAW-DATE
               MOVE "UNKNOWN"    TO GP-DRAWN-BY
           END-IF
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-GAP-LINE.

      * Voids in the range, found by positioning the void file at
      * the first number of the range and reading forward.
       3700-COUNT-RANGE-VOIDS.
           MOVE ZERO TO WS-RANGE-VOIDS
           IF WS-VOID-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-VOID-SWEEP-FLAG
               MOVE NR-SERIES-NAME TO NV-SERIES-NAME
               MOVE WS-RANGE-FROM  TO NV-NUMBER
               START NUMBER-VOID-FILE
                   KEY IS NOT LESS THAN NV-VOID-KEY
                   INVALID KEY SET END-OF-VOID-SWEEP TO TRUE
               END-START
               IF NOT END-OF-VOID-SWEEP
                   READ NUMBER-VOID-FILE NEXT
                       AT END SET END-OF-VOID-SWEEP TO TRUE
                   END-READ
               END-IF
               PERFORM 3750-COUNT-ONE-VOID UNTIL END-OF-VOID-SWEEP
           END-IF.

       3750-COUNT-ONE-VOID.
           IF NV-SERIES-NAME NOT = NR-SERIES-NAME
                   OR NV-NUMBER > WS-RANGE-TO
               SET END-OF-VOID-SWEEP TO TRUE
           ELSE
               ADD 1 TO WS-RANGE-VOIDS
               READ NUMBER-VOID-FILE NEXT
                   AT END SET END-OF-VOID-SWEEP TO TRUE
               END-READ
           END-IF.

       3800-LIST-PERIOD-VOIDS.
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-VOID-HEADING
           MOVE ZERO TO WS-SERIES-VOIDS-LISTED
           IF WS-VOID-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-VOID-SWEEP-FLAG
               MOVE NR-SERIES-NAME TO NV-SERIES-NAME
               MOVE ZERO           TO NV-NUMBER
               START NUMBER-VOID-FILE
                   KEY IS NOT LESS THAN NV-VOID-KEY
                   INVALID KEY SET END-OF-VOID-SWEEP TO TRUE
               END-START
               IF NOT END-OF-VOID-SWEEP
                   READ NUMBER-VOID-FILE NEXT
                       AT END SET END-OF-VOID-SWEEP TO TRUE
                   END-READ
               END-IF
               PERFORM 3850-LIST-ONE-VOID UNTIL END-OF-VOID-SWEEP
           END-IF
           IF WS-SERIES-VOIDS-LISTED = ZERO
               WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-NONE-LINE
           END-IF.

       3850-LIST-ONE-VOID.
           IF NV-SERIES-NAME NOT = NR-SERIES-NAME
               SET END-OF-VOID-SWEEP TO TRUE
           ELSE
               IF NV-VOID-DATE NOT LESS THAN WS-MONTH-START-DATE
                       AND NV-VOID-DATE NOT GREATER THAN PC-RUN-DATE
                   ADD 1 TO WS-SERIES-VOIDS-LISTED
                   MOVE NV-NUMBER      TO VL-NUMBER
                   MOVE NV-VOID-DATE   TO VL-VOID-DATE
                   MOVE NV-OPERATOR-ID TO VL-OPERATOR-ID
                   MOVE NV-VOID-REASON TO VL-REASON
                   WRITE ACCOUNTABILITY-REPORT-RECORD
                       FROM WS-VOID-LINE
               END-IF
               READ NUMBER-VOID-FILE NEXT
                   AT END SET END-OF-VOID-SWEEP TO TRUE
               END-READ
           END-IF.

       3900-WRITE-SERIES-TOTALS.
           MOVE WS-SERIES-ACCOUNTED   TO TL-ACCOUNTED
           MOVE WS-SERIES-USED        TO TL-USED
           MOVE WS-SERIES-VOIDED      TO TL-VOIDED
           MOVE WS-SERIES-UNTRACKED   TO TL-UNTRACKED
           MOVE WS-SERIES-GAPS        TO TL-GAPS
           MOVE WS-SERIES-DRAWN-TWICE TO TL-DRAWN-TWICE
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-SERIES-TOTAL-LINE

           ADD WS-SERIES-ACCOUNTED   TO WS-TOTAL-ACCOUNTED
           ADD WS-SERIES-USED        TO WS-TOTAL-USED
           ADD WS-SERIES-VOIDED      TO WS-TOTAL-VOIDED
           ADD WS-SERIES-UNTRACKED   TO WS-TOTAL-UNTRACKED
           ADD WS-SERIES-GAPS        TO WS-TOTAL-GAPS
           ADD WS-SERIES-DRAWN-TWICE TO WS-TOTAL-DRAWN-TWICE
           IF NR-GAPS-ALLOWED
               ADD WS-SERIES-GAPS TO WS-ALLOWED-GAPS
           END-IF.

      ******************************************************************
      * Control totals and the proof - every number accounted for
      * lands in exactly one of used, voided, use not tracked or
      * gap.
      ******************************************************************
       4000-WRITE-CONTROL-TOTALS.
           MOVE WS-MONTH-START-DATE TO CTH-MONTH-START
           MOVE PC-RUN-DATE         TO CTH-MONTH-END
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-CONTROL-HEADING
               AFTER ADVANCING PAGE
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-BLANK-LINE

           MOVE "SERIES ON THE REGISTER" TO CL-LABEL
           MOVE WS-SERIES-COUNT TO CL-COUNT
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "LEDGER ENTRIES FOR THOSE SERIES" TO CL-LABEL
           MOVE WS-LEDGER-ENTRY-COUNT TO CL-COUNT
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "RESERVATIONS THIS PERIOD" TO CL-LABEL
           MOVE WS-PERIOD-ENTRY-COUNT TO CL-COUNT
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "NUMBERS ACCOUNTED FOR" TO CL-LABEL
           MOVE WS-TOTAL-ACCOUNTED TO CL-COUNT
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "  USED (RUNCTL OR INTCTL)" TO CL-LABEL
           MOVE WS-TOTAL-USED TO CL-COUNT
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "  VOIDED" TO CL-LABEL
           MOVE WS-TOTAL-VOIDED TO CL-COUNT
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "  DRAWN - USE NOT TRACKED" TO CL-LABEL
           MOVE WS-TOTAL-UNTRACKED TO CL-COUNT
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "  UNEXPLAINED GAPS" TO CL-LABEL
           MOVE WS-TOTAL-GAPS TO CL-COUNT
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "    OF WHICH IN SERIES ALLOWING GAPS" TO CL-LABEL
           MOVE WS-ALLOWED-GAPS TO CL-COUNT
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "NUMBERS DRAWN TWICE" TO CL-LABEL
           MOVE WS-TOTAL-DRAWN-TWICE TO CL-COUNT
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "VOIDED NUMBERS FOUND USED" TO CL-LABEL
           MOVE WS-VOIDED-USED-COUNT TO CL-COUNT
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "LEDGER ENTRIES ABOVE THE REGISTER" TO CL-LABEL
           MOVE WS-PAST-REGISTER-COUNT TO CL-COUNT
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "SERIES AT LOW WATER" TO CL-LABEL
           MOVE WS-LOW-WATER-COUNT TO CL-COUNT
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-COUNT-LINE
           IF WS-INTCTL-TABLE-FULL-COUNT > ZERO
               MOVE "INTCTL RECORDS NOT TABLED" TO CL-LABEL
               MOVE WS-INTCTL-TABLE-FULL-COUNT TO CL-COUNT
               WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-COUNT-LINE
           END-IF
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-BLANK-LINE

           COMPUTE WS-PROOF-RIGHT = WS-TOTAL-USED + WS-TOTAL-VOIDED
               + WS-TOTAL-UNTRACKED + WS-TOTAL-GAPS
           MOVE "ACCOUNTED = USED+VOIDED+UNTRACKED+GAPS" TO PF-LABEL
           MOVE WS-TOTAL-ACCOUNTED TO PF-LEFT
           MOVE WS-PROOF-RIGHT     TO PF-RIGHT
           IF WS-TOTAL-ACCOUNTED = WS-PROOF-RIGHT
               MOVE "OK" TO PF-VERDICT
           ELSE
               MOVE "** NO" TO PF-VERDICT
               SET REPORT-DOES-NOT-PROVE TO TRUE
           END-IF
           WRITE ACCOUNTABILITY-REPORT-RECORD FROM WS-PROOF-LINE.

      * The run-control file is closed before the END check-in, so
      * the keeper has it to itself.
       5000-FINALIZE.
           PERFORM 5050-WRITE-AUDIT-RECORD

           IF RUN-DATE-IS-VALID
               IF WS-REGISTER-FILE-STATUS NOT = "35"
                   CLOSE NUMBER-REGISTER-FILE
               END-IF
               IF WS-VOID-FILE-STATUS NOT = "35"
                   CLOSE NUMBER-VOID-FILE
               END-IF
               IF WS-CONTROL-FILE-STATUS NOT = "35"
                   CLOSE RUN-CONTROL-FILE
               END-IF
               IF WS-BATCH-CONTROL-FILE-STATUS NOT = "35"
                   CLOSE BATCH-CONTROL-FILE
               END-IF
           END-IF
           CLOSE ACCOUNTABILITY-REPORT-FILE

      * An invalid run date or no number register means no
      * accountability was produced - the run-control record is
      * left marked started so the corrected rerun under the same
      * batch number is allowed instead of refused.
           IF RUN-DATE-IS-VALID
                   AND WS-REGISTER-FILE-STATUS NOT = "35"
               SET RK-FUNCTION-END TO TRUE
               CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           END-IF.

       5050-WRITE-AUDIT-RECORD.
           MOVE "NUMACCT"             TO AL-PROGRAM-NAME
           MOVE "MONTHEND"            TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "SERIES=" WS-SERIES-COUNT
               " LEDGER=" WS-LEDGER-ENTRY-COUNT
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           STRING "NUMBERS=" WS-TOTAL-ACCOUNTED
               " GAPS=" WS-TOTAL-GAPS
               DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION

           EVALUATE TRUE
               WHEN RUN-DATE-IS-INVALID
                   MOVE "FAILED" TO AL-COMPLETION-STATUS
               WHEN WS-REGISTER-FILE-STATUS = "35"
                   MOVE "FAILED" TO AL-COMPLETION-STATUS
               WHEN REPORT-DOES-NOT-PROVE
                   MOVE "FAILED" TO AL-COMPLETION-STATUS
               WHEN WS-TOTAL-GAPS > WS-ALLOWED-GAPS
                       OR WS-TOTAL-DRAWN-TWICE > ZERO
                       OR WS-VOIDED-USED-COUNT > ZERO
                       OR WS-PAST-REGISTER-COUNT > ZERO
                       OR WS-LOW-WATER-COUNT > ZERO
                       OR WS-INTCTL-TABLE-FULL-COUNT > ZERO
                   MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
               WHEN OTHER
                   MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           END-EVALUATE

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.
