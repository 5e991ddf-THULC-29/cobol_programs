       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSAMP.

      * Modification history:
      * New program - statistical audit sampling of the loan book,
      * so the auditors' loan sample is drawn by the system instead
      * of picked by hand. The population is one rule over the loan
      * master, read from SYSIN the way AUDITINQ reads its criteria:
      *   P - active loans on one product code;
      *   S - every loan in one record status (A, C or O);
      *   B - active loans whose current balance falls in a band of
      *       whole dollars, low and high inclusive;
      *   D - active loans in one delinquency bucket (C current,
      *       3 = 30 day, 6 = 60 day, 9 = 90 plus), aged against
      *       PC-RUN-DATE through DATECALC exactly as LOANDELQ ages
      *       the book.
      * The sample size is the standard attribute-sampling size for
      * the confidence level (90, 95 or 99 percent), the precision
      * (tolerable error, in percent) and the expected deviation
      * rate (50 percent, the most conservative, when none is
      * given), reduced by the finite-population correction and
      * rounded up. The number of distinct samples that size the
      * population could yield is counted through the shared
      * COMBCALC service, the combination logic FACTORIAL uses.
      * The loans are drawn by selection sampling in loan-number
      * order off a seeded Lehmer random number generator, so the
      * same seed over the same population always draws the same
      * loans. The seed is keyed on SYSIN, or taken from the clock
      * when keyed as zero, and is printed, written on every
      * worksheet record and carried on the audit trail with the
      * criteria, so any sample can be drawn again exactly.
      * Each loan drawn is listed with its borrower's name from the
      * customer master, and written to the SAMPWKS worksheet file
      * the auditors record their exceptions against.
      * The control lines prove the draw: the population counted on
      * the drawing pass must equal the population sized, and the
      * loans drawn must equal the sample size.
      * Ends with a call to AUDITLOG and a graded RETURN-CODE
      * (0 = sample drawn, 4 = a sampled loan's borrower is not on
      * the customer master, 8 = criteria rejected or nothing in
      * the population, 12 = the draw does not prove).

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

           SELECT SAMPLE-REPORT-FILE ASSIGN TO "SAMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SAMPLE-WORKSHEET-FILE ASSIGN TO "SAMPWKS"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY "loan_master_record.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "customer_master_record.cpy".

       FD  SAMPLE-REPORT-FILE.
       01  SAMPLE-REPORT-RECORD        PIC X(100).

       FD  SAMPLE-WORKSHEET-FILE.
           COPY "audit_sample_worksheet.cpy".

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "date_calc.cpy".
           COPY "combination_request.cpy".

       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-CUSTOMER-FILE-STATUS     PIC XX.

       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  END-OF-MASTER-SWEEP         VALUE "Y".

       01  WS-CRITERIA-FLAG            PIC X VALUE "Y".
           88  CRITERIA-ARE-VALID          VALUE "Y".
           88  CRITERIA-REJECTED           VALUE "N".

       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.

       01  WS-POPULATION-FLAG          PIC X VALUE "N".
           88  LOAN-IN-POPULATION          VALUE "Y".

       01  WS-DUE-DATE-FLAG            PIC X VALUE "Y".
           88  DUE-DATE-IS-VALID           VALUE "Y".

       01  WS-CUSTOMER-FOUND-FLAG      PIC X VALUE "N".
           88  CUSTOMER-RECORD-FOUND       VALUE "Y".

       01  WS-PROOF-FLAG               PIC X VALUE "Y".
           88  DRAW-PROVES                 VALUE "Y".
           88  DRAW-DOES-NOT-PROVE         VALUE "N".

       01  WS-SEED-SOURCE-FLAG         PIC X VALUE "K".
           88  SEED-WAS-KEYED              VALUE "K".
           88  SEED-FROM-CLOCK             VALUE "C".

      * Sampling criteria, as keyed on SYSIN.
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

       01  WS-RULE-TYPE                PIC X VALUE SPACE.
           88  RULE-BY-PRODUCT             VALUE "P".
           88  RULE-BY-STATUS              VALUE "S".
           88  RULE-BY-BALANCE             VALUE "B".
           88  RULE-BY-DELINQUENCY         VALUE "D".

       01  WS-RULE-PRODUCT             PIC X(4) VALUE SPACES.
       01  WS-RULE-STATUS              PIC X VALUE SPACE.
           88  RULE-STATUS-VALID           VALUE "A" "C" "O".
       01  WS-BAND-LOW                 PIC 9(7) VALUE ZERO.
       01  WS-BAND-HIGH                PIC 9(7) VALUE ZERO.
       01  WS-RULE-BUCKET              PIC X VALUE SPACE.
           88  BUCKET-CURRENT              VALUE "C".
           88  BUCKET-30-DAY               VALUE "3".
           88  BUCKET-60-DAY               VALUE "6".
           88  BUCKET-90-PLUS              VALUE "9".
           88  RULE-BUCKET-VALID           VALUE "C" "3" "6" "9".

       01  WS-CONFIDENCE               PIC 9(2) VALUE ZERO.
       01  WS-PRECISION                PIC 9(2)V99 VALUE ZERO.
       01  WS-EXPECTED-RATE            PIC 9(2) VALUE ZERO.
       01  WS-COMPLEMENT-RATE          PIC 9(3) VALUE ZERO.
       01  WS-SEED                     PIC 9(10) VALUE ZERO.
       01  WS-CLOCK-TIME               PIC 9(8) VALUE ZERO.

      * Standard normal deviate for the confidence level.
       01  WS-Z-VALUE                  PIC 9V999 VALUE ZERO.

      * Sample size: n0 = z * z * p(100 - p) / e * e with p and e
      * in percent, then n = n0 * N / (N + n0 - 1), rounded up.
       01  WS-INITIAL-SIZE             PIC 9(9)V9(4) VALUE ZERO.
       01  WS-ADJUSTED-SIZE            PIC 9(9)V9(4) VALUE ZERO.
       01  WS-SAMPLE-SIZE              PIC 9(7) VALUE ZERO.

      * Lehmer generator: state = state * 16807 mod (2 ** 31 - 1).
      * A loan is drawn when (loans left) * state is less than
      * (draws left) * modulus - the same test as comparing a
      * uniform fraction, held in whole numbers so it is exact.
       01  WS-RANDOM-MODULUS           PIC 9(10) VALUE 2147483647.
       01  WS-RANDOM-MULTIPLIER        PIC 9(5) VALUE 16807.
       01  WS-RANDOM-STATE             PIC 9(10) VALUE ZERO.
       01  WS-RANDOM-PRODUCT           PIC 9(15) VALUE ZERO.
       01  WS-RANDOM-QUOTIENT          PIC 9(10) VALUE ZERO.
       01  WS-LOANS-LEFT               PIC 9(7) VALUE ZERO.
       01  WS-DRAWS-LEFT               PIC 9(7) VALUE ZERO.
       01  WS-DRAW-TEST-LEFT           PIC 9(17) VALUE ZERO.
       01  WS-DRAW-TEST-RIGHT          PIC 9(17) VALUE ZERO.

       01  WS-RUN-DAY-NUMBER           PIC 9(7) VALUE ZERO.
       01  WS-DAYS-PAST-DUE            PIC S9(5) VALUE ZERO.

       01  WS-MASTER-READ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-POPULATION-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-POPULATION-BALANCE       PIC 9(11)V99 VALUE ZERO.
       01  WS-DRAW-POPULATION-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-SELECTED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-SELECTED-BALANCE         PIC 9(11)V99 VALUE ZERO.
       01  WS-NO-CUSTOMER-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-RULE-TEXT                PIC X(17) VALUE SPACES.
       01  WS-PRECISION-EDIT           PIC 99.99.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(34) VALUE
               "LOAN BOOK AUDIT SAMPLE - RUN DATE ".
           05  RH-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(11) VALUE
               "  AUDITOR  ".
           05  RH-OPERATOR-ID          PIC X(8).

       01  WS-RULE-LINE.
           05  FILLER                  PIC X(20) VALUE
               "POPULATION RULE    ".
           05  RL-DESCRIPTION          PIC X(60).

       01  WS-TARGET-LINE.
           05  FILLER                  PIC X(20) VALUE
               "CONFIDENCE         ".
           05  TG-CONFIDENCE           PIC Z9.
           05  FILLER                  PIC X(18) VALUE
               "%   PRECISION +/- ".
           05  TG-PRECISION            PIC Z9.99.
           05  FILLER                  PIC X(19) VALUE
               "%   EXPECTED RATE ".
           05  TG-EXPECTED-RATE        PIC Z9.
           05  FILLER                  PIC X(9) VALUE
               "%   Z = ".
           05  TG-Z-VALUE              PIC 9.999.

       01  WS-SEED-LINE.
           05  FILLER                  PIC X(20) VALUE
               "RANDOM SEED        ".
           05  SD-SEED                 PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SD-SEED-SOURCE          PIC X(20).

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(24) VALUE
               "** CRITERIA REJECTED - ".
           05  RJ-REASON               PIC X(40).

       01  WS-POPULATION-LINE.
           05  FILLER                  PIC X(20) VALUE
               "POPULATION SIZE    ".
           05  PL-POPULATION-COUNT     PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
               "   BALANCE = ".
           05  PL-POPULATION-BALANCE   PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-SIZING-LINE.
           05  FILLER                  PIC X(20) VALUE
               "SAMPLE SIZE        ".
           05  SZ-SAMPLE-SIZE          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               "   (INITIAL = ".
           05  SZ-INITIAL-SIZE         PIC ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                  PIC X(12) VALUE
               ", ADJUSTED =".
           05  SZ-ADJUSTED-SIZE        PIC ZZZ,ZZ9.9999.
           05  FILLER                  PIC X(1) VALUE ")".

       01  WS-EXACT-SAMPLES-LINE.
           05  FILLER                  PIC X(20) VALUE
               "POSSIBLE SAMPLES   ".
           05  ES-POSSIBLE-SAMPLES     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01  WS-SCALED-SAMPLES-LINE.
           05  FILLER                  PIC X(20) VALUE
               "POSSIBLE SAMPLES   ".
           05  SS-MANTISSA             PIC 9.999999.
           05  FILLER                  PIC X(10) VALUE
               " X 10 ** ".
           05  SS-EXPONENT             PIC Z(6)9.

       01  WS-COLUMN-HEADING-1         PIC X(100) VALUE
           "  SEQ  LOAN    CUST    BORROWER                         PROD
      -    "  ST    BALANCE  NEXT DUE    DPD".

       01  WS-DETAIL-LINE.
           05  DL-SEQUENCE             PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-CUSTOMER-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-CUSTOMER-NAME        PIC X(30).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DL-PRODUCT-CODE         PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-RECORD-STATUS        PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-CURRENT-BALANCE      PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-NEXT-DUE-DATE        PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-DAYS-PAST-DUE        PIC ZZZZ9.

       01  WS-TOTAL-LINE.
           05  TL-LABEL                PIC X(40).
           05  TL-COUNT                PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TL-BALANCE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-PROOF-LINE.
           05  PF-DESCRIPTION          PIC X(60).
           05  PF-RESULT               PIC X(5).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF CRITERIA-ARE-VALID
               PERFORM 2000-COUNT-POPULATION
               PERFORM 3000-SIZE-THE-SAMPLE
               IF WS-SAMPLE-SIZE > ZERO
                   PERFORM 4000-DRAW-THE-SAMPLE
               END-IF
           END-IF
           PERFORM 5000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * Graded completion code: a draw that does not prove must not
      * go to the auditors; rejected criteria or an empty population
      * draw nothing; a borrower missing from the customer master
      * leaves a worksheet line without a name to test against.
       9000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN DRAW-DOES-NOT-PROVE
                   MOVE 12 TO RETURN-CODE
               WHEN CRITERIA-REJECTED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SELECTED-COUNT = ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NO-CUSTOMER-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD

           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID

           DISPLAY "POPULATION RULE (P=PRODUCT S=STATUS "
               "B=BALANCE BAND D=DELINQUENCY BUCKET): "
           ACCEPT WS-RULE-TYPE

           EVALUATE TRUE
               WHEN RULE-BY-PRODUCT
                   DISPLAY "ENTER PRODUCT CODE: "
                   ACCEPT WS-RULE-PRODUCT
               WHEN RULE-BY-STATUS
                   DISPLAY "ENTER RECORD STATUS (A, C OR O): "
                   ACCEPT WS-RULE-STATUS
               WHEN RULE-BY-BALANCE
                   DISPLAY "ENTER LOW BALANCE (WHOLE DOLLARS): "
                   ACCEPT WS-BAND-LOW
                   DISPLAY "ENTER HIGH BALANCE (WHOLE DOLLARS): "
                   ACCEPT WS-BAND-HIGH
               WHEN RULE-BY-DELINQUENCY
                   DISPLAY "ENTER BUCKET (C=CURRENT 3=30 DAY "
                       "6=60 DAY 9=90 PLUS): "
                   ACCEPT WS-RULE-BUCKET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           DISPLAY "ENTER CONFIDENCE LEVEL (90, 95 OR 99): "
           ACCEPT WS-CONFIDENCE
           DISPLAY "ENTER PRECISION PERCENT (E.G. 5.00): "
           ACCEPT WS-PRECISION
           DISPLAY "ENTER EXPECTED DEVIATION RATE PERCENT "
               "(0 = 50): "
           ACCEPT WS-EXPECTED-RATE
           DISPLAY "ENTER RANDOM SEED (0 = TAKE FROM CLOCK): "
           ACCEPT WS-SEED

           PERFORM 1100-VALIDATE-CRITERIA

           OPEN OUTPUT SAMPLE-REPORT-FILE
           OPEN OUTPUT SAMPLE-WORKSHEET-FILE
           PERFORM 1200-WRITE-CRITERIA-LINES

           IF CRITERIA-ARE-VALID
               OPEN INPUT LOAN-MASTER-FILE
               OPEN INPUT CUSTOMER-MASTER-FILE
           END-IF.

      * Every criterion is checked before anything is read, and the
      * first one found wrong is the reason printed. An expected
      * rate keyed as zero takes the conservative 50 percent; a
      * seed keyed as zero is taken from the clock and recorded.
       1100-VALIDATE-CRITERIA.
           EVALUATE TRUE
               WHEN RULE-BY-PRODUCT
                   IF WS-RULE-PRODUCT = SPACES
                       SET CRITERIA-REJECTED TO TRUE
                       MOVE "PRODUCT CODE IS BLANK"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN RULE-BY-STATUS
                   IF NOT RULE-STATUS-VALID
                       SET CRITERIA-REJECTED TO TRUE
                       MOVE "RECORD STATUS MUST BE A, C OR O"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN RULE-BY-BALANCE
                   IF WS-BAND-LOW > WS-BAND-HIGH
                       SET CRITERIA-REJECTED TO TRUE
                       MOVE "LOW BALANCE IS ABOVE HIGH BALANCE"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN RULE-BY-DELINQUENCY
                   IF NOT RULE-BUCKET-VALID
                       SET CRITERIA-REJECTED TO TRUE
                       MOVE "BUCKET MUST BE C, 3, 6 OR 9"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   SET CRITERIA-REJECTED TO TRUE
                   MOVE "POPULATION RULE MUST BE P, S, B OR D"
                       TO WS-REJECT-REASON
           END-EVALUATE

           EVALUATE WS-CONFIDENCE
               WHEN 90
                   MOVE 1.645 TO WS-Z-VALUE
               WHEN 95
                   MOVE 1.960 TO WS-Z-VALUE
               WHEN 99
                   MOVE 2.576 TO WS-Z-VALUE
               WHEN OTHER
                   IF CRITERIA-ARE-VALID
                       SET CRITERIA-REJECTED TO TRUE
                       MOVE "CONFIDENCE MUST BE 90, 95 OR 99"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE

           IF WS-PRECISION = ZERO OR WS-PRECISION > 50
               IF CRITERIA-ARE-VALID
                   SET CRITERIA-REJECTED TO TRUE
                   MOVE "PRECISION MUST BE 0.01 TO 50.00 PERCENT"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-EXPECTED-RATE = ZERO
               MOVE 50 TO WS-EXPECTED-RATE
           END-IF

           IF WS-SEED = ZERO
               SET SEED-FROM-CLOCK TO TRUE
               ACCEPT WS-CLOCK-TIME FROM TIME
               COMPUTE WS-SEED = WS-CLOCK-TIME + 1
           END-IF
           IF WS-SEED NOT LESS THAN WS-RANDOM-MODULUS
               IF CRITERIA-ARE-VALID
                   SET CRITERIA-REJECTED TO TRUE
                   MOVE "SEED MUST BE 1 TO 2147483646"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           MOVE PC-RUN-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-INVALID
               IF CRITERIA-ARE-VALID
                   SET CRITERIA-REJECTED TO TRUE
                   MOVE "RUN DATE FAILS THE CALENDAR CHECK"
                       TO WS-REJECT-REASON
               END-IF
           ELSE
               MOVE DK-DAY-NUMBER TO WS-RUN-DAY-NUMBER
           END-IF

           IF CRITERIA-REJECTED
               DISPLAY "SAMPLE CRITERIA REJECTED - "
                   WS-REJECT-REASON
           END-IF.

      * The criteria go on the report exactly as they were used, and
      * in short form on the audit trail - with the seed, they are
      * everything needed to draw the identical sample again.
       1200-WRITE-CRITERIA-LINES.
           MOVE PC-RUN-DATE    TO RH-RUN-DATE
           MOVE WS-OPERATOR-ID TO RH-OPERATOR-ID
           WRITE SAMPLE-REPORT-RECORD FROM WS-REPORT-HEADING

           MOVE SPACES TO RL-DESCRIPTION
           MOVE SPACES TO WS-RULE-TEXT
           EVALUATE TRUE
               WHEN RULE-BY-PRODUCT
                   STRING "ACTIVE LOANS ON PRODUCT " WS-RULE-PRODUCT
                       DELIMITED BY SIZE INTO RL-DESCRIPTION
                   STRING "P=" WS-RULE-PRODUCT
                       DELIMITED BY SIZE INTO WS-RULE-TEXT
               WHEN RULE-BY-STATUS
                   STRING "ALL LOANS IN RECORD STATUS " WS-RULE-STATUS
                       DELIMITED BY SIZE INTO RL-DESCRIPTION
                   STRING "S=" WS-RULE-STATUS
                       DELIMITED BY SIZE INTO WS-RULE-TEXT
               WHEN RULE-BY-BALANCE
                   STRING "ACTIVE LOANS WITH BALANCE " WS-BAND-LOW
                       " TO " WS-BAND-HIGH " DOLLARS"
                       DELIMITED BY SIZE INTO RL-DESCRIPTION
                   STRING "B=" WS-BAND-LOW "-" WS-BAND-HIGH
                       DELIMITED BY SIZE INTO WS-RULE-TEXT
               WHEN RULE-BY-DELINQUENCY
                   EVALUATE TRUE
                       WHEN BUCKET-CURRENT
                           MOVE "ACTIVE LOANS IN THE CURRENT BUCKET"
                               TO RL-DESCRIPTION
                       WHEN BUCKET-30-DAY
                           MOVE "ACTIVE LOANS IN THE 30 DAY BUCKET"
                               TO RL-DESCRIPTION
                       WHEN BUCKET-60-DAY
                           MOVE "ACTIVE LOANS IN THE 60 DAY BUCKET"
                               TO RL-DESCRIPTION
                       WHEN BUCKET-90-PLUS
                           MOVE "ACTIVE LOANS IN THE 90 PLUS BUCKET"
                               TO RL-DESCRIPTION
                       WHEN OTHER
                           MOVE "UNKNOWN DELINQUENCY BUCKET"
                               TO RL-DESCRIPTION
                   END-EVALUATE
                   STRING "D=" WS-RULE-BUCKET
                       DELIMITED BY SIZE INTO WS-RULE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN POPULATION RULE" TO RL-DESCRIPTION
                   STRING "?=" WS-RULE-TYPE
                       DELIMITED BY SIZE INTO WS-RULE-TEXT
           END-EVALUATE
           WRITE SAMPLE-REPORT-RECORD FROM WS-RULE-LINE

           MOVE WS-CONFIDENCE    TO TG-CONFIDENCE
           MOVE WS-PRECISION     TO TG-PRECISION
           MOVE WS-EXPECTED-RATE TO TG-EXPECTED-RATE
           MOVE WS-Z-VALUE       TO TG-Z-VALUE
           WRITE SAMPLE-REPORT-RECORD FROM WS-TARGET-LINE

           MOVE WS-SEED TO SD-SEED
           IF SEED-FROM-CLOCK
               MOVE "(TAKEN FROM CLOCK)" TO SD-SEED-SOURCE
           ELSE
               MOVE "(KEYED)" TO SD-SEED-SOURCE
           END-IF
           WRITE SAMPLE-REPORT-RECORD FROM WS-SEED-LINE

           IF CRITERIA-REJECTED
               MOVE WS-REJECT-REASON TO RJ-REASON
               WRITE SAMPLE-REPORT-RECORD FROM WS-REJECT-LINE
           END-IF.

      * First pass - the population is counted, so the sample can
      * be sized and the draw knows how many loans it is choosing
      * among.
       2000-COUNT-POPULATION.
           PERFORM 2050-START-MASTER-SWEEP
           PERFORM 2100-COUNT-ONE-LOAN UNTIL END-OF-MASTER-SWEEP.

      * Both passes sweep the master from the lowest loan number, so
      * the draw sees the population in the same order every time.
       2050-START-MASTER-SWEEP.
           MOVE "N" TO WS-EOF-FLAG
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
           END-IF.

       2100-COUNT-ONE-LOAN.
           ADD 1 TO WS-MASTER-READ-COUNT
           PERFORM 2500-TEST-POPULATION-RULE
           IF LOAN-IN-POPULATION
               ADD 1 TO WS-POPULATION-COUNT
               ADD LM-CURRENT-BALANCE TO WS-POPULATION-BALANCE
           END-IF

           READ LOAN-MASTER-FILE NEXT
               AT END SET END-OF-MASTER-SWEEP TO TRUE
           END-READ.

      * One test decides membership for both passes. Days past due
      * are measured for every scheduled active loan - the bucket
      * rule needs them, and the list shows them for every rule. A
      * due date that fails the calendar check leaves the loan out
      * of every bucket, as LOANDELQ counts it rather than ages it.
       2500-TEST-POPULATION-RULE.
           MOVE "N" TO WS-POPULATION-FLAG
           MOVE ZERO TO WS-DAYS-PAST-DUE
           MOVE "Y" TO WS-DUE-DATE-FLAG

           IF LM-STATUS-ACTIVE AND LM-NEXT-DUE-DATE NOT = ZERO
               MOVE LM-NEXT-DUE-DATE TO DK-DATE
               CALL "DATECALC" USING DATE-CALC-REQUEST
               IF DK-DATE-INVALID
                   MOVE "N" TO WS-DUE-DATE-FLAG
               ELSE
                   COMPUTE WS-DAYS-PAST-DUE =
                       WS-RUN-DAY-NUMBER - DK-DAY-NUMBER
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN RULE-BY-PRODUCT
                   IF LM-STATUS-ACTIVE
                           AND LM-PRODUCT-CODE = WS-RULE-PRODUCT
                       SET LOAN-IN-POPULATION TO TRUE
                   END-IF
               WHEN RULE-BY-STATUS
                   IF LM-RECORD-STATUS = WS-RULE-STATUS
                       SET LOAN-IN-POPULATION TO TRUE
                   END-IF
               WHEN RULE-BY-BALANCE
                   IF LM-STATUS-ACTIVE
                           AND LM-CURRENT-BALANCE NOT LESS THAN
                               WS-BAND-LOW
                           AND LM-CURRENT-BALANCE NOT GREATER THAN
                               WS-BAND-HIGH
                       SET LOAN-IN-POPULATION TO TRUE
                   END-IF
               WHEN RULE-BY-DELINQUENCY
                   IF LM-STATUS-ACTIVE
                           AND LM-NEXT-DUE-DATE NOT = ZERO
                           AND DUE-DATE-IS-VALID
                       PERFORM 2550-TEST-BUCKET
                   END-IF
           END-EVALUATE.

       2550-TEST-BUCKET.
           EVALUATE TRUE
               WHEN BUCKET-CURRENT
                   IF WS-DAYS-PAST-DUE < 30
                       SET LOAN-IN-POPULATION TO TRUE
                   END-IF
               WHEN BUCKET-30-DAY
                   IF WS-DAYS-PAST-DUE NOT LESS THAN 30
                           AND WS-DAYS-PAST-DUE < 60
                       SET LOAN-IN-POPULATION TO TRUE
                   END-IF
               WHEN BUCKET-60-DAY
                   IF WS-DAYS-PAST-DUE NOT LESS THAN 60
                           AND WS-DAYS-PAST-DUE < 90
                       SET LOAN-IN-POPULATION TO TRUE
                   END-IF
               WHEN BUCKET-90-PLUS
                   IF WS-DAYS-PAST-DUE NOT LESS THAN 90
                       SET LOAN-IN-POPULATION TO TRUE
                   END-IF
           END-EVALUATE.

      * Attribute sampling size for an infinite population, then the
      * finite-population correction, rounded up to a whole loan and
      * never more than the population. The count of possible
      * samples comes from the shared combination service.
       3000-SIZE-THE-SAMPLE.
           MOVE WS-POPULATION-COUNT   TO PL-POPULATION-COUNT
           MOVE WS-POPULATION-BALANCE TO PL-POPULATION-BALANCE
           WRITE SAMPLE-REPORT-RECORD FROM WS-POPULATION-LINE

           IF WS-POPULATION-COUNT = ZERO
               DISPLAY "NO LOANS IN THE POPULATION - NOTHING DRAWN"
               MOVE "NO LOANS IN THE POPULATION - NOTHING DRAWN"
                   TO TL-LABEL
               MOVE ZERO TO TL-COUNT
               MOVE ZERO TO TL-BALANCE
               WRITE SAMPLE-REPORT-RECORD FROM WS-TOTAL-LINE
           ELSE
               COMPUTE WS-COMPLEMENT-RATE = 100 - WS-EXPECTED-RATE
               COMPUTE WS-INITIAL-SIZE ROUNDED =
                   (WS-Z-VALUE * WS-Z-VALUE * WS-EXPECTED-RATE
                       * WS-COMPLEMENT-RATE)
                   / (WS-PRECISION * WS-PRECISION)
               COMPUTE WS-ADJUSTED-SIZE ROUNDED =
                   (WS-INITIAL-SIZE * WS-POPULATION-COUNT)
                   / (WS-POPULATION-COUNT + WS-INITIAL-SIZE - 1)

               MOVE WS-ADJUSTED-SIZE TO WS-SAMPLE-SIZE
               IF WS-SAMPLE-SIZE < WS-ADJUSTED-SIZE
                   ADD 1 TO WS-SAMPLE-SIZE
               END-IF
               IF WS-SAMPLE-SIZE = ZERO
                   MOVE 1 TO WS-SAMPLE-SIZE
               END-IF
               IF WS-SAMPLE-SIZE > WS-POPULATION-COUNT
                   MOVE WS-POPULATION-COUNT TO WS-SAMPLE-SIZE
               END-IF

               MOVE WS-SAMPLE-SIZE   TO SZ-SAMPLE-SIZE
               MOVE WS-INITIAL-SIZE  TO SZ-INITIAL-SIZE
               MOVE WS-ADJUSTED-SIZE TO SZ-ADJUSTED-SIZE
               WRITE SAMPLE-REPORT-RECORD FROM WS-SIZING-LINE

               MOVE WS-POPULATION-COUNT TO CB-POPULATION
               MOVE WS-SAMPLE-SIZE      TO CB-CHOSEN
               CALL "COMBCALC" USING COMBINATION-REQUEST
               IF CB-RESULT-EXACT
                   MOVE CB-RESULT TO ES-POSSIBLE-SAMPLES
                   WRITE SAMPLE-REPORT-RECORD
                       FROM WS-EXACT-SAMPLES-LINE
               ELSE
                   MOVE CB-MANTISSA TO SS-MANTISSA
                   MOVE CB-EXPONENT TO SS-EXPONENT
                   WRITE SAMPLE-REPORT-RECORD
                       FROM WS-SCALED-SAMPLES-LINE
               END-IF
           END-IF.

      * Second pass - selection sampling. Each loan in the
      * population is drawn with probability (draws left) / (loans
      * left), which draws exactly the sample size, each possible
      * sample equally likely, in loan-number order. The whole
      * master is swept so the population can be counted again for
      * the proof.
       4000-DRAW-THE-SAMPLE.
           MOVE SPACES TO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD FROM WS-COLUMN-HEADING-1

           MOVE WS-SEED TO WS-RANDOM-STATE
           PERFORM 2050-START-MASTER-SWEEP
           PERFORM 4100-DRAW-ONE-LOAN UNTIL END-OF-MASTER-SWEEP.

       4100-DRAW-ONE-LOAN.
           PERFORM 2500-TEST-POPULATION-RULE
           IF LOAN-IN-POPULATION
               PERFORM 4200-NEXT-RANDOM-NUMBER
               IF WS-POPULATION-COUNT > WS-DRAW-POPULATION-COUNT
                   COMPUTE WS-LOANS-LEFT =
                       WS-POPULATION-COUNT - WS-DRAW-POPULATION-COUNT
               ELSE
                   MOVE ZERO TO WS-LOANS-LEFT
               END-IF
               COMPUTE WS-DRAWS-LEFT =
                   WS-SAMPLE-SIZE - WS-SELECTED-COUNT
               COMPUTE WS-DRAW-TEST-LEFT =
                   WS-LOANS-LEFT * WS-RANDOM-STATE
               COMPUTE WS-DRAW-TEST-RIGHT =
                   WS-DRAWS-LEFT * WS-RANDOM-MODULUS
               IF WS-DRAW-TEST-LEFT < WS-DRAW-TEST-RIGHT
                   PERFORM 4300-SELECT-LOAN
               END-IF
               ADD 1 TO WS-DRAW-POPULATION-COUNT
           END-IF

           READ LOAN-MASTER-FILE NEXT
               AT END SET END-OF-MASTER-SWEEP TO TRUE
           END-READ.

      * Every loan in the population advances the generator once,
      * drawn or not, so the sequence depends only on the seed and
      * the population.
       4200-NEXT-RANDOM-NUMBER.
           COMPUTE WS-RANDOM-PRODUCT =
               WS-RANDOM-STATE * WS-RANDOM-MULTIPLIER
           DIVIDE WS-RANDOM-MODULUS INTO WS-RANDOM-PRODUCT
               GIVING WS-RANDOM-QUOTIENT
               REMAINDER WS-RANDOM-STATE.

       4300-SELECT-LOAN.
           ADD 1 TO WS-SELECTED-COUNT
           ADD LM-CURRENT-BALANCE TO WS-SELECTED-BALANCE

           PERFORM 4400-READ-CUSTOMER

           MOVE WS-SELECTED-COUNT  TO DL-SEQUENCE
           MOVE LM-LOAN-NUMBER     TO DL-LOAN-NUMBER
           MOVE LM-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER
           IF CUSTOMER-RECORD-FOUND
               MOVE CM-NAME TO DL-CUSTOMER-NAME
           ELSE
               MOVE "** NOT ON CUSTOMER MASTER **"
                   TO DL-CUSTOMER-NAME
           END-IF
           MOVE LM-PRODUCT-CODE    TO DL-PRODUCT-CODE
           MOVE LM-RECORD-STATUS   TO DL-RECORD-STATUS
           MOVE LM-CURRENT-BALANCE TO DL-CURRENT-BALANCE
           MOVE LM-NEXT-DUE-DATE   TO DL-NEXT-DUE-DATE
           IF WS-DAYS-PAST-DUE > ZERO
               MOVE WS-DAYS-PAST-DUE TO DL-DAYS-PAST-DUE
           ELSE
               MOVE ZERO TO DL-DAYS-PAST-DUE
           END-IF
           WRITE SAMPLE-REPORT-RECORD FROM WS-DETAIL-LINE

           PERFORM 4500-WRITE-WORKSHEET-RECORD.

       4400-READ-CUSTOMER.
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
               ADD 1 TO WS-NO-CUSTOMER-COUNT
           END-IF.

      * The review fields go out blank for the auditors to fill in.
       4500-WRITE-WORKSHEET-RECORD.
           MOVE SPACES TO AUDIT-SAMPLE-WORKSHEET
           MOVE PC-RUN-DATE        TO AW-SAMPLE-DATE
           MOVE WS-SEED            TO AW-SAMPLE-SEED
           MOVE WS-SELECTED-COUNT  TO AW-SEQUENCE
           MOVE LM-LOAN-NUMBER     TO AW-LOAN-NUMBER
           MOVE LM-CUSTOMER-NUMBER TO AW-CUSTOMER-NUMBER
           MOVE DL-CUSTOMER-NAME   TO AW-CUSTOMER-NAME
           MOVE LM-PRODUCT-CODE    TO AW-PRODUCT-CODE
           MOVE LM-RECORD-STATUS   TO AW-RECORD-STATUS
           MOVE LM-CURRENT-BALANCE TO AW-CURRENT-BALANCE
           IF WS-DAYS-PAST-DUE > ZERO
               MOVE WS-DAYS-PAST-DUE TO AW-DAYS-PAST-DUE
           ELSE
               MOVE ZERO TO AW-DAYS-PAST-DUE
           END-IF
           SET AW-NOT-YET-REVIEWED TO TRUE
           MOVE ZERO               TO AW-REVIEW-DATE
           WRITE AUDIT-SAMPLE-WORKSHEET.

       5000-FINALIZE.
           IF CRITERIA-ARE-VALID AND WS-SAMPLE-SIZE > ZERO
               PERFORM 5100-WRITE-CONTROL-LINES
           END-IF

           PERFORM 5050-WRITE-AUDIT-RECORD

           IF CRITERIA-ARE-VALID
               IF WS-MASTER-FILE-STATUS NOT = "35"
                   CLOSE LOAN-MASTER-FILE
               END-IF
               IF WS-CUSTOMER-FILE-STATUS NOT = "35"
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
           END-IF
           CLOSE SAMPLE-REPORT-FILE
           CLOSE SAMPLE-WORKSHEET-FILE.

      * The seed and the criteria are on the audit trail so the
      * sample can be drawn again; the run date the delinquency
      * buckets were aged against is the audit record's run date.
       5050-WRITE-AUDIT-RECORD.
           MOVE "AUDSAMP"      TO AL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE    TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE WS-PRECISION TO WS-PRECISION-EDIT
           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING WS-RULE-TEXT DELIMITED BY SPACE
               " C" WS-CONFIDENCE
               " E" WS-PRECISION-EDIT
               " X" WS-EXPECTED-RATE
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           STRING "SEED=" WS-SEED
               " POP=" WS-POPULATION-COUNT
               " N=" WS-SELECTED-COUNT
               DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION

           EVALUATE TRUE
               WHEN DRAW-DOES-NOT-PROVE
                   MOVE "FAILED" TO AL-COMPLETION-STATUS
               WHEN CRITERIA-REJECTED
                   MOVE "REJECTED" TO AL-COMPLETION-STATUS
               WHEN WS-SELECTED-COUNT = ZERO
                   MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
               WHEN WS-NO-CUSTOMER-COUNT > ZERO
                   MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
               WHEN OTHER
                   MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           END-EVALUATE

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      * Control totals and the two proofs. A population that moved
      * between the passes - the master updated online during the
      * run - fails the first proof and the sample must be drawn
      * again.
       5100-WRITE-CONTROL-LINES.
           MOVE SPACES TO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD

           MOVE "LOAN MASTER RECORDS READ" TO TL-LABEL
           MOVE WS-MASTER-READ-COUNT TO TL-COUNT
           MOVE ZERO TO TL-BALANCE
           WRITE SAMPLE-REPORT-RECORD FROM WS-TOTAL-LINE

           MOVE "LOANS IN POPULATION" TO TL-LABEL
           MOVE WS-POPULATION-COUNT   TO TL-COUNT
           MOVE WS-POPULATION-BALANCE TO TL-BALANCE
           WRITE SAMPLE-REPORT-RECORD FROM WS-TOTAL-LINE

           MOVE "LOANS DRAWN" TO TL-LABEL
           MOVE WS-SELECTED-COUNT   TO TL-COUNT
           MOVE WS-SELECTED-BALANCE TO TL-BALANCE
           WRITE SAMPLE-REPORT-RECORD FROM WS-TOTAL-LINE

           MOVE "BORROWERS NOT ON CUSTOMER MASTER" TO TL-LABEL
           MOVE WS-NO-CUSTOMER-COUNT TO TL-COUNT
           MOVE ZERO TO TL-BALANCE
           WRITE SAMPLE-REPORT-RECORD FROM WS-TOTAL-LINE

           MOVE "POPULATION ON DRAWING PASS = POPULATION SIZED"
               TO PF-DESCRIPTION
           IF WS-DRAW-POPULATION-COUNT = WS-POPULATION-COUNT
               MOVE "OK" TO PF-RESULT
           ELSE
               MOVE "** NO" TO PF-RESULT
               SET DRAW-DOES-NOT-PROVE TO TRUE
           END-IF
           WRITE SAMPLE-REPORT-RECORD FROM WS-PROOF-LINE

           MOVE "LOANS DRAWN = SAMPLE SIZE" TO PF-DESCRIPTION
           IF WS-SELECTED-COUNT = WS-SAMPLE-SIZE
               MOVE "OK" TO PF-RESULT
           ELSE
               MOVE "** NO" TO PF-RESULT
               SET DRAW-DOES-NOT-PROVE TO TRUE
           END-IF
           WRITE SAMPLE-REPORT-RECORD FROM WS-PROOF-LINE.
