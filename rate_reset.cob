       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATERSET.

      * Modification history:
      * New program - nightly variable-rate reset. Sweeps the loan
      * master in loan-number order and, for every active loan on a
      * variable-rate product, works the loan's rate-reset schedule
      * against PC-RUN-DATE through the shared DATECALC calendar:
      *   - a floating loan with no reset date yet (newly boarded,
      *     or its product newly made variable) has its first reset
      *     scheduled the product's reset months after the run date;
      *   - a loan whose next reset date is within the product's
      *     reset notice days is sent a rate-change notice, once per
      *     reset, carrying the new rate and when it takes effect;
      *   - a loan whose next reset date has arrived is reset: the
      *     product's index rate plus its margin, held to the
      *     periodic cap and floor against the loan's current rate
      *     and then to the lifetime cap and floor, becomes LM-RATE,
      *     the next reset date rolls forward by the reset months,
      *     and a changed rate writes a rate-change event on the
      *     loan history.
      * The index rate used is the latest active rate on INDXRATE
      * for the product's index effective on or before the pricing
      * date - the reset date less the product's notice days - so
      * the rate the notice quotes is the rate the reset applies.
      * Every reset, first schedule and notice is listed on the
      * reset register; a loan whose product is missing or no
      * longer variable, whose reset date fails the calendar check,
      * or whose index has no rate in effect for the pricing date
      * goes to the exception report and is left alone, to be
      * picked up the night the cause is put right.
      * Checks in with the shared RUNCTL run-control keeper at
      * initialize and end of job, and ends with a call to AUDITLOG
      * and a graded RETURN-CODE (0 = clean - a night with nothing
      * to reset is normal, 4 = exceptions on RSETEXC, 8 = the run
      * date failed the calendar check and nothing was reset,
      * 12 = a master rewrite failed).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT INDEX-RATE-FILE ASSIGN TO "INDXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-RATE-KEY
               FILE STATUS IS WS-INDEX-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT RESET-REGISTER-FILE ASSIGN TO "RSETREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESET-EXCEPTION-FILE ASSIGN TO "RSETEXC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTICE-PRINT-FILE ASSIGN TO "RSETNOTC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY "loan_master_record.cpy".

       FD  PRODUCT-MASTER-FILE.
           COPY "product_master_record.cpy".

       FD  INDEX-RATE-FILE.
           COPY "index_rate_record.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "customer_master_record.cpy".

       FD  RESET-REGISTER-FILE.
       01  RESET-REGISTER-RECORD       PIC X(100).

       FD  RESET-EXCEPTION-FILE.
       01  RESET-EXCEPTION-RECORD      PIC X(100).

       FD  NOTICE-PRINT-FILE.
       01  NOTICE-PRINT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "run_control_record.cpy".
           COPY "loan_history_record.cpy".
           COPY "date_calc.cpy".

       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-PRODUCT-FILE-STATUS      PIC XX.
       01  WS-INDEX-FILE-STATUS        PIC XX.
       01  WS-CUSTOMER-FILE-STATUS     PIC XX.

       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  END-OF-MASTER-SWEEP         VALUE "Y".

       01  WS-INDEX-SCAN-FLAG          PIC X VALUE "N".
           88  END-OF-INDEX-SCAN           VALUE "Y".

       01  WS-RUN-DATE-FLAG            PIC X VALUE "Y".
           88  RUN-DATE-IS-VALID           VALUE "Y".
           88  RUN-DATE-IS-INVALID         VALUE "N".

       01  WS-PRODUCT-FOUND-FLAG       PIC X VALUE "N".
           88  PRODUCT-RECORD-FOUND        VALUE "Y".

       01  WS-PRODUCT-OK-FLAG          PIC X VALUE "N".
           88  PRODUCT-FLOATS              VALUE "Y".

       01  WS-INDEX-FOUND-FLAG         PIC X VALUE "N".
           88  INDEX-RATE-FOUND            VALUE "Y".

       01  WS-CUSTOMER-FOUND-FLAG      PIC X VALUE "N".
           88  CUSTOMER-RECORD-FOUND       VALUE "Y".

       01  WS-REJECT-REASON            PIC X(40).

       01  WS-RUN-DAY-NUMBER           PIC 9(7).
       01  WS-RESET-DAY-NUMBER         PIC 9(7).
       01  WS-PRICING-DAY-NUMBER       PIC 9(7).
       01  WS-DAYS-TO-RESET            PIC S9(5).

      * The reset pricing - index plus margin held to the caps and
      * floors. Carried wider than a rate so the raw sum cannot
      * truncate before the limits are applied.
       01  WS-INDEX-RATE               PIC 9(3)V99.
       01  WS-INDEX-DATE               PIC 9(8).
       01  WS-PRICED-RATE              PIC 9(4)V99.
       01  WS-NEW-RATE                 PIC 9(3)V99.
       01  WS-OLD-RATE                 PIC 9(3)V99.
       01  WS-LIMIT-APPLIED            PIC X(8).
       01  WS-EFFECTIVE-DATE           PIC 9(8).

       01  WS-RESET-DATE.
           05  WS-RESET-YEAR           PIC 9(4).
           05  WS-RESET-MONTH          PIC 9(2).
           05  WS-RESET-DAY            PIC 9(2).
       01  WS-MONTH-COUNT              PIC 9(3).

       01  WS-MASTER-READ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-RESET-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-CHANGED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-NOTICE-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-ALREADY-NOTICED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-SCHEDULED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-REWRITE-FAIL-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-REGISTER-HEADING.
           05  FILLER                  PIC X(26) VALUE
               "RATE RESET REGISTER".
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  RH-RUN-DATE             PIC 9(8).

       01  WS-REGISTER-LINE.
           05  RL-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-PRODUCT-CODE         PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-INDEX-CODE           PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-RESET-DATE           PIC 9(8).
           05  FILLER                  PIC X(5) VALUE " OLD=".
           05  RL-OLD-RATE             PIC ZZ9.99.
           05  FILLER                  PIC X(5) VALUE " NEW=".
           05  RL-NEW-RATE             PIC ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  RL-LIMIT-APPLIED        PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  RL-ACTION               PIC X(22).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  RL-NEXT-RESET-DATE      PIC 9(8).

       01  WS-EXCEPTION-LINE.
           05  EL-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  EL-PRODUCT-CODE         PIC X(4).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  EL-RESET-DATE           PIC 9(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  EL-REASON               PIC X(40).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(7) VALUE "RESETS=".
           05  TL-RESET-COUNT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE
               " RATE CHANGED=".
           05  TL-CHANGED-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(9) VALUE " NOTICES=".
           05  TL-NOTICE-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE " SCHEDULED=".
           05  TL-SCHEDULED-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE " EXCEPTIONS=".
           05  TL-EXCEPTION-COUNT      PIC ZZZZZZ9.

       01  WS-NOTICE-HEADING.
           05  FILLER                  PIC X(30) VALUE
               "INTEREST RATE CHANGE NOTICE".
           05  FILLER                  PIC X(14) VALUE
               "NOTICE DATE: ".
           05  NH-RUN-DATE             PIC 9(8).

       01  WS-MAIL-NAME-LINE.
           05  MN-NAME                 PIC X(30).

       01  WS-MAIL-ADDRESS-LINE.
           05  MA-ADDRESS              PIC X(30).

       01  WS-NO-CUSTOMER-LINE         PIC X(40) VALUE
           "** CUSTOMER NOT ON CUSTOMER MASTER **".

       01  WS-NOTICE-LOAN-LINE.
           05  FILLER                  PIC X(13) VALUE
               "LOAN NUMBER: ".
           05  NL-LOAN-NUMBER          PIC 9(6).

       01  WS-NOTICE-RATE-LINE.
           05  FILLER                  PIC X(14) VALUE
               "CURRENT RATE: ".
           05  NR-OLD-RATE             PIC ZZ9.99.
           05  FILLER                  PIC X(13) VALUE
               "  NEW RATE: ".
           05  NR-NEW-RATE             PIC ZZ9.99.
           05  FILLER                  PIC X(17) VALUE
               "  EFFECTIVE ON: ".
           05  NR-EFFECTIVE-DATE       PIC 9(8).

       01  WS-NOTICE-INDEX-LINE.
           05  FILLER                  PIC X(7) VALUE "INDEX ".
           05  NX-INDEX-CODE           PIC X(4).
           05  FILLER                  PIC X(7) VALUE " RATE ".
           05  NX-INDEX-RATE           PIC ZZ9.99.
           05  FILLER                  PIC X(10) VALUE " AS OF ".
           05  NX-INDEX-DATE           PIC 9(8).
           05  FILLER                  PIC X(9) VALUE " MARGIN ".
           05  NX-MARGIN               PIC Z9.99.

       01  WS-NOTICE-LIMIT-LINE.
           05  FILLER                  PIC X(20) VALUE
               "RATE LIMIT APPLIED: ".
           05  NM-LIMIT-APPLIED        PIC X(8).

       01  WS-NOTICE-NEXT-LINE.
           05  FILLER                  PIC X(28) VALUE
               "THE RATE RESETS AGAIN EVERY ".
           05  NN-RESET-MONTHS         PIC Z9.
           05  FILLER                  PIC X(8) VALUE " MONTHS.".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RESET-ONE-LOAN UNTIL END-OF-MASTER-SWEEP
           PERFORM 3000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * Graded completion code for the NIGHTLY COND gating: a night
      * with nothing to reset is a clean night; a failed rewrite
      * means a loan's rate no longer agrees with its history and
      * its notices, which stops the stream for correction.
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
           MOVE "RATERSET" TO RK-STEP-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RK-RUN-REFUSED
               DISPLAY "BATCH " PC-BATCH-NUMBER
                   " STEP RATERSET ALREADY COMPLETE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RESET-REGISTER-FILE
           OPEN OUTPUT RESET-EXCEPTION-FILE
           OPEN OUTPUT NOTICE-PRINT-FILE
           MOVE PC-RUN-DATE TO RH-RUN-DATE
           MOVE PC-RUN-DATE TO NH-RUN-DATE
           WRITE RESET-REGISTER-RECORD FROM WS-REGISTER-HEADING

           MOVE PC-RUN-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-INVALID
               DISPLAY "RUN DATE " PC-RUN-DATE
                   " IS NOT A VALID DATE - NO RATES RESET"
               SET RUN-DATE-IS-INVALID TO TRUE
               SET END-OF-MASTER-SWEEP TO TRUE
           ELSE
               MOVE DK-DAY-NUMBER TO WS-RUN-DAY-NUMBER
               OPEN I-O LOAN-MASTER-FILE
               OPEN INPUT PRODUCT-MASTER-FILE
               OPEN INPUT INDEX-RATE-FILE
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

      * Only an active loan is looked at. A loan with no reset date
      * is floating only if its product says so - a fixed-rate
      * loan passes straight through.
       2000-RESET-ONE-LOAN.
           ADD 1 TO WS-MASTER-READ-COUNT

           IF LM-STATUS-ACTIVE
               IF LM-NEXT-RESET-DATE = ZERO
                   PERFORM 2100-SCHEDULE-FIRST-RESET
               ELSE
                   PERFORM 2200-TEST-RESET-WINDOW
               END-IF
           END-IF

           READ LOAN-MASTER-FILE NEXT
               AT END SET END-OF-MASTER-SWEEP TO TRUE
           END-READ.

      * A floating loan's first reset falls the product's reset
      * months after the night it is first seen - the boarding
      * night for a new loan.
       2100-SCHEDULE-FIRST-RESET.
           PERFORM 2150-READ-PRODUCT
           IF PRODUCT-RECORD-FOUND AND PD-RATE-VARIABLE
               MOVE PC-RUN-DATE TO WS-RESET-DATE
               PERFORM 2700-ROLL-RESET-DATE
               MOVE WS-RESET-DATE TO LM-NEXT-RESET-DATE
               MOVE ZERO TO LM-RESET-NOTICED-DATE
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REWRITE-FAIL-COUNT
                       DISPLAY "RESET SCHEDULE REWRITE FAILED - LOAN "
                           LM-LOAN-NUMBER " STATUS="
                           WS-MASTER-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-SCHEDULED-COUNT
                       MOVE LM-RATE TO WS-OLD-RATE
                       MOVE LM-RATE TO WS-NEW-RATE
                       MOVE SPACES TO WS-LIMIT-APPLIED
                       MOVE ZERO TO WS-EFFECTIVE-DATE
                       MOVE "FIRST RESET SCHEDULED" TO RL-ACTION
                       PERFORM 2800-WRITE-REGISTER-LINE
               END-REWRITE
           END-IF.

       2150-READ-PRODUCT.
           MOVE "N" TO WS-PRODUCT-FOUND-FLAG
           IF WS-PRODUCT-FILE-STATUS NOT = "35"
               MOVE LM-PRODUCT-CODE TO PD-PRODUCT-CODE
               READ PRODUCT-MASTER-FILE
                   KEY IS PD-PRODUCT-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PRODUCT-RECORD-FOUND TO TRUE
               END-READ
           END-IF.

      * Days to the reset are measured on the shared calendar. A
      * reset already noticed and not yet due needs nothing more
      * tonight; anything else needs the loan's product terms.
       2200-TEST-RESET-WINDOW.
           MOVE LM-NEXT-RESET-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-INVALID
               MOVE "RESET DATE FAILS CALENDAR CHECK"
                   TO WS-REJECT-REASON
               PERFORM 2900-WRITE-EXCEPTION-LINE
           ELSE
               MOVE DK-DAY-NUMBER TO WS-RESET-DAY-NUMBER
               COMPUTE WS-DAYS-TO-RESET =
                   WS-RESET-DAY-NUMBER - WS-RUN-DAY-NUMBER
               IF WS-DAYS-TO-RESET > ZERO
                       AND LM-RESET-NOTICED-DATE = LM-NEXT-RESET-DATE
                   ADD 1 TO WS-ALREADY-NOTICED-COUNT
               ELSE
                   PERFORM 2250-CHECK-PRODUCT-FLOATS
                   IF PRODUCT-FLOATS
                       IF WS-DAYS-TO-RESET NOT GREATER THAN ZERO
                           PERFORM 2400-APPLY-RESET
                       ELSE
                           IF WS-DAYS-TO-RESET
                                   NOT GREATER THAN
                                   PD-RESET-NOTICE-DAYS
                               PERFORM 2500-PRODUCE-NOTICE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2250-CHECK-PRODUCT-FLOATS.
           MOVE "N" TO WS-PRODUCT-OK-FLAG
           PERFORM 2150-READ-PRODUCT
           EVALUATE TRUE
               WHEN NOT PRODUCT-RECORD-FOUND
                   MOVE "PRODUCT NOT ON PRODUCT MASTER"
                       TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-EXCEPTION-LINE
               WHEN NOT PD-RATE-VARIABLE
                   MOVE "PRODUCT IS NO LONGER VARIABLE RATE"
                       TO WS-REJECT-REASON
                   PERFORM 2900-WRITE-EXCEPTION-LINE
               WHEN OTHER
                   SET PRODUCT-FLOATS TO TRUE
           END-EVALUATE.

      * Prices the reset due on LM-NEXT-RESET-DATE: the index rate
      * in effect on the pricing date (the reset date less the
      * notice days) plus the margin, held first to the periodic
      * limits against the loan's current rate and then to the
      * lifetime limits. The reset day number must already be in
      * WS-RESET-DAY-NUMBER.
       2300-PRICE-RESET.
           MOVE "N" TO WS-INDEX-FOUND-FLAG
           MOVE SPACES TO WS-LIMIT-APPLIED
           IF WS-RESET-DAY-NUMBER > PD-RESET-NOTICE-DAYS
               COMPUTE WS-PRICING-DAY-NUMBER =
                   WS-RESET-DAY-NUMBER - PD-RESET-NOTICE-DAYS
           ELSE
               MOVE ZERO TO WS-PRICING-DAY-NUMBER
           END-IF

           IF WS-INDEX-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-INDEX-SCAN-FLAG
               MOVE PD-INDEX-CODE TO IX-INDEX-CODE
               MOVE ZERO TO IX-EFFECTIVE-DATE
               START INDEX-RATE-FILE
                   KEY IS NOT LESS THAN IX-RATE-KEY
                   INVALID KEY SET END-OF-INDEX-SCAN TO TRUE
               END-START
               IF NOT END-OF-INDEX-SCAN
                   READ INDEX-RATE-FILE NEXT
                       AT END SET END-OF-INDEX-SCAN TO TRUE
                   END-READ
               END-IF
               PERFORM 2350-SCAN-INDEX-RATE
                   UNTIL END-OF-INDEX-SCAN
           END-IF

           IF INDEX-RATE-FOUND
               COMPUTE WS-PRICED-RATE = WS-INDEX-RATE + PD-MARGIN
               IF PD-PERIODIC-CAP > ZERO
                   IF WS-PRICED-RATE > LM-RATE + PD-PERIODIC-CAP
                       COMPUTE WS-PRICED-RATE =
                           LM-RATE + PD-PERIODIC-CAP
                       MOVE "PER CAP" TO WS-LIMIT-APPLIED
                   END-IF
               END-IF
               IF PD-PERIODIC-FLOOR > ZERO
                   IF WS-PRICED-RATE + PD-PERIODIC-FLOOR < LM-RATE
                       COMPUTE WS-PRICED-RATE =
                           LM-RATE - PD-PERIODIC-FLOOR
                       MOVE "PER FLR" TO WS-LIMIT-APPLIED
                   END-IF
               END-IF
               IF WS-PRICED-RATE > PD-LIFETIME-CAP
                   MOVE PD-LIFETIME-CAP TO WS-PRICED-RATE
                   MOVE "LIFE CAP" TO WS-LIMIT-APPLIED
               END-IF
               IF WS-PRICED-RATE < PD-LIFETIME-FLOOR
                   MOVE PD-LIFETIME-FLOOR TO WS-PRICED-RATE
                   MOVE "LIFE FLR" TO WS-LIMIT-APPLIED
               END-IF
               MOVE WS-PRICED-RATE TO WS-NEW-RATE
           ELSE
               MOVE "NO INDEX RATE IN EFFECT FOR PRICING DATE"
                   TO WS-REJECT-REASON
           END-IF.

      * The index file is in index-code / effective-date order, so
      * the last active rate seen at or before the pricing date is
      * the one in effect; the scan stops at the first rate past
      * it or the first record of the next index.
       2350-SCAN-INDEX-RATE.
           IF IX-INDEX-CODE NOT = PD-INDEX-CODE
               SET END-OF-INDEX-SCAN TO TRUE
           ELSE
               MOVE IX-EFFECTIVE-DATE TO DK-DATE
               CALL "DATECALC" USING DATE-CALC-REQUEST
               IF DK-DATE-VALID
                       AND DK-DAY-NUMBER > WS-PRICING-DAY-NUMBER
                   SET END-OF-INDEX-SCAN TO TRUE
               ELSE
                   IF DK-DATE-VALID AND IX-STATUS-ACTIVE
                       MOVE IX-RATE TO WS-INDEX-RATE
                       MOVE IX-EFFECTIVE-DATE TO WS-INDEX-DATE
                       SET INDEX-RATE-FOUND TO TRUE
                   END-IF
                   READ INDEX-RATE-FILE NEXT
                       AT END SET END-OF-INDEX-SCAN TO TRUE
                   END-READ
               END-IF
           END-IF.

      * The reset itself. The reset date rolls forward past the run
      * date - a reset missed on a night the stream did not run is
      * applied once, not once per missed cycle. A rate that comes
      * out unchanged still rolls the schedule but writes no
      * history event.
       2400-APPLY-RESET.
           PERFORM 2300-PRICE-RESET
           IF NOT INDEX-RATE-FOUND
               PERFORM 2900-WRITE-EXCEPTION-LINE
           ELSE
               MOVE LM-RATE            TO WS-OLD-RATE
               MOVE LM-NEXT-RESET-DATE TO WS-EFFECTIVE-DATE
               MOVE LM-NEXT-RESET-DATE TO WS-RESET-DATE
               PERFORM 2700-ROLL-RESET-DATE
               PERFORM 2700-ROLL-RESET-DATE
                   UNTIL WS-RESET-DATE > PC-RUN-DATE
               MOVE WS-NEW-RATE   TO LM-RATE
               MOVE WS-RESET-DATE TO LM-NEXT-RESET-DATE
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REWRITE-FAIL-COUNT
                       DISPLAY "RATE RESET REWRITE FAILED - LOAN "
                           LM-LOAN-NUMBER " STATUS="
                           WS-MASTER-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-RESET-COUNT
                       IF WS-NEW-RATE = WS-OLD-RATE
                           MOVE "RESET - RATE UNCHANGED" TO RL-ACTION
                       ELSE
                           ADD 1 TO WS-CHANGED-COUNT
                           MOVE "RESET - RATE CHANGED" TO RL-ACTION
                           PERFORM 2950-WRITE-HISTORY-EVENT
                       END-IF
                       PERFORM 2800-WRITE-REGISTER-LINE
               END-REWRITE
           END-IF.

      * The rate-change notice, priced exactly as the reset will be.
      * The reset date noticed is written back so the notice goes
      * out once; the roll at the reset re-arms it for the next one.
       2500-PRODUCE-NOTICE.
           PERFORM 2300-PRICE-RESET
           IF NOT INDEX-RATE-FOUND
               PERFORM 2900-WRITE-EXCEPTION-LINE
           ELSE
               MOVE LM-RATE            TO WS-OLD-RATE
               MOVE LM-NEXT-RESET-DATE TO WS-EFFECTIVE-DATE

               WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-HEADING
                   AFTER ADVANCING PAGE
               PERFORM 2550-PRINT-MAILING-ADDRESS

               MOVE LM-LOAN-NUMBER TO NL-LOAN-NUMBER
               WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-LOAN-LINE

               MOVE WS-OLD-RATE       TO NR-OLD-RATE
               MOVE WS-NEW-RATE       TO NR-NEW-RATE
               MOVE WS-EFFECTIVE-DATE TO NR-EFFECTIVE-DATE
               WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-RATE-LINE

               MOVE PD-INDEX-CODE TO NX-INDEX-CODE
               MOVE WS-INDEX-RATE TO NX-INDEX-RATE
               MOVE WS-INDEX-DATE TO NX-INDEX-DATE
               MOVE PD-MARGIN     TO NX-MARGIN
               WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-INDEX-LINE

               IF WS-LIMIT-APPLIED NOT = SPACES
                   MOVE WS-LIMIT-APPLIED TO NM-LIMIT-APPLIED
                   WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-LIMIT-LINE
               END-IF

               MOVE PD-RESET-MONTHS TO NN-RESET-MONTHS
               WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-NEXT-LINE

               MOVE LM-NEXT-RESET-DATE TO LM-RESET-NOTICED-DATE
               REWRITE LOAN-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REWRITE-FAIL-COUNT
                       DISPLAY "RESET NOTICE REWRITE FAILED - LOAN "
                           LM-LOAN-NUMBER " STATUS="
                           WS-MASTER-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-NOTICE-COUNT
                       MOVE "NOTICE SENT" TO RL-ACTION
                       PERFORM 2800-WRITE-REGISTER-LINE
               END-REWRITE
           END-IF.

       2550-PRINT-MAILING-ADDRESS.
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

           IF CUSTOMER-RECORD-FOUND
               MOVE CM-NAME TO MN-NAME
               WRITE NOTICE-PRINT-RECORD FROM WS-MAIL-NAME-LINE
               MOVE CM-ADDRESS-LINE-1 TO MA-ADDRESS
               WRITE NOTICE-PRINT-RECORD FROM WS-MAIL-ADDRESS-LINE
               IF CM-ADDRESS-LINE-2 NOT = SPACES
                   MOVE CM-ADDRESS-LINE-2 TO MA-ADDRESS
                   WRITE NOTICE-PRINT-RECORD
                       FROM WS-MAIL-ADDRESS-LINE
               END-IF
           ELSE
               WRITE NOTICE-PRINT-RECORD FROM WS-NO-CUSTOMER-LINE
           END-IF.

      * Rolls WS-RESET-DATE forward by the product's reset months.
      * The day is clamped to the end of a shorter month by asking
      * DATECALC, the same way PAYMTPOST rolls a due date.
       2700-ROLL-RESET-DATE.
           COMPUTE WS-MONTH-COUNT = WS-RESET-MONTH + PD-RESET-MONTHS
           PERFORM 2710-CARRY-RESET-YEAR
               UNTIL WS-MONTH-COUNT NOT > 12
           MOVE WS-MONTH-COUNT TO WS-RESET-MONTH
           MOVE WS-RESET-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           PERFORM 2720-CLAMP-RESET-DAY
               UNTIL DK-DATE-VALID OR WS-RESET-DAY NOT > 28.

       2710-CARRY-RESET-YEAR.
           SUBTRACT 12 FROM WS-MONTH-COUNT
           ADD 1 TO WS-RESET-YEAR.

       2720-CLAMP-RESET-DAY.
           SUBTRACT 1 FROM WS-RESET-DAY
           MOVE WS-RESET-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST.

       2800-WRITE-REGISTER-LINE.
           MOVE LM-LOAN-NUMBER     TO RL-LOAN-NUMBER
           MOVE LM-PRODUCT-CODE    TO RL-PRODUCT-CODE
           MOVE PD-INDEX-CODE      TO RL-INDEX-CODE
           MOVE WS-EFFECTIVE-DATE  TO RL-RESET-DATE
           MOVE WS-OLD-RATE        TO RL-OLD-RATE
           MOVE WS-NEW-RATE        TO RL-NEW-RATE
           MOVE WS-LIMIT-APPLIED   TO RL-LIMIT-APPLIED
           MOVE LM-NEXT-RESET-DATE TO RL-NEXT-RESET-DATE
           WRITE RESET-REGISTER-RECORD FROM WS-REGISTER-LINE.

       2900-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE LM-LOAN-NUMBER     TO EL-LOAN-NUMBER
           MOVE LM-PRODUCT-CODE    TO EL-PRODUCT-CODE
           MOVE LM-NEXT-RESET-DATE TO EL-RESET-DATE
           MOVE WS-REJECT-REASON   TO EL-REASON
           WRITE RESET-EXCEPTION-RECORD FROM WS-EXCEPTION-LINE.

      * One rate-change event per reset that moved the rate - the
      * amounts are zero, the new rate is carried, and the position
      * after is the master's unchanged current figures, exactly as
      * LOANRPRC records a bulk rate change.
       2950-WRITE-HISTORY-EVENT.
           MOVE LM-LOAN-NUMBER      TO LH-LOAN-NUMBER
           MOVE PC-RUN-DATE         TO LH-EVENT-DATE
           SET LH-EVENT-RATE-CHANGE TO TRUE
           MOVE PC-BATCH-NUMBER     TO LH-BATCH-NUMBER
           MOVE ZERO                TO LH-INTEREST-AMOUNT
           MOVE ZERO                TO LH-PRINCIPAL-AMOUNT
           MOVE WS-NEW-RATE         TO LH-NEW-RATE
           MOVE LM-CURRENT-BALANCE  TO LH-BALANCE-AFTER
           MOVE LM-ACCRUED-INTEREST TO LH-ACCRUED-AFTER
           MOVE ZERO                TO LH-FEE-AMOUNT
           MOVE LM-FEES-DUE         TO LH-FEES-AFTER
           CALL "LOANHIST" USING LOAN-HISTORY-RECORD.

       3000-FINALIZE.
           MOVE WS-RESET-COUNT     TO TL-RESET-COUNT
           MOVE WS-CHANGED-COUNT   TO TL-CHANGED-COUNT
           MOVE WS-NOTICE-COUNT    TO TL-NOTICE-COUNT
           MOVE WS-SCHEDULED-COUNT TO TL-SCHEDULED-COUNT
           MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT
           WRITE RESET-REGISTER-RECORD FROM WS-TOTAL-LINE

           PERFORM 3050-WRITE-AUDIT-RECORD

           IF RUN-DATE-IS-VALID
               IF WS-MASTER-FILE-STATUS NOT = "35"
                   CLOSE LOAN-MASTER-FILE
               END-IF
               IF WS-PRODUCT-FILE-STATUS NOT = "35"
                   CLOSE PRODUCT-MASTER-FILE
               END-IF
               IF WS-INDEX-FILE-STATUS NOT = "35"
                   CLOSE INDEX-RATE-FILE
               END-IF
               IF WS-CUSTOMER-FILE-STATUS NOT = "35"
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
           END-IF
           CLOSE RESET-REGISTER-FILE
           CLOSE RESET-EXCEPTION-FILE
           CLOSE NOTICE-PRINT-FILE

      * An invalid run date means nothing was done - the run-control
      * record is left marked started so the corrected rerun under
      * the same batch number is allowed instead of refused.
           IF RUN-DATE-IS-VALID
               SET RK-FUNCTION-END TO TRUE
               CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           END-IF.

       3050-WRITE-AUDIT-RECORD.
           MOVE "RATERSET"            TO AL-PROGRAM-NAME
           MOVE "NIGHTLY"             TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "MASTER RECORDS=" WS-MASTER-READ-COUNT
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           STRING "RESET=" WS-RESET-COUNT
               " CHG=" WS-CHANGED-COUNT
               " NOTICE=" WS-NOTICE-COUNT
               DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION

           IF WS-REWRITE-FAIL-COUNT = ZERO
                   AND WS-EXCEPTION-COUNT = ZERO
                   AND RUN-DATE-IS-VALID
               MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           ELSE
               MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
           END-IF

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.
