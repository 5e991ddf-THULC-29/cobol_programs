       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMBCALC.

      * Modification history:
      * New program - shared combination (nCr) service, the same
      * shared-subprogram pattern as DATECALC and RUNCTL. The nCr
      * logic behind FACTORIAL's combination entry now lives here,
      * so FACTORIAL and the AUDSAMP audit sampling run count
      * selections with one piece of arithmetic. Instead of
      * dividing three full factorials - which overflows eighteen
      * digits at n = 20 - the count is built up one term at a
      * time, multiplying by the next population term and dividing
      * by the next chosen term, so every step stays a whole number
      * and a count that fits in eighteen digits comes back exact
      * however large n is. Once the next step would overflow, the
      * count carries on scaled as a mantissa and a power of ten,
      * which is how a loan-book population's count of possible
      * samples is reported.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-EXACT-CEILING            PIC 9(18)
                                       VALUE 999999999999999999.
       01  WS-EXACT-LIMIT              PIC 9(18).
       01  WS-EXACT-VALUE              PIC 9(18).

       01  WS-EXACT-FLAG               PIC X VALUE "Y".
           88  RESULT-STILL-EXACT          VALUE "Y".
           88  RESULT-NOW-SCALED           VALUE "N".

      * nCr = nC(n-r), so the walk runs over whichever side is the
      * smaller - r terms or n-r terms, never both.
       01  WS-SMALLER-SIDE             PIC 9(7).
       01  WS-TERM-INDEX               PIC 9(7).
       01  WS-TERM                     PIC 9(7).

       01  WS-GCD-A                    PIC 9(18).
       01  WS-GCD-B                    PIC 9(18).
       01  WS-GCD-QUOTIENT             PIC 9(18).
       01  WS-GCD-REMAINDER            PIC 9(18).
       01  WS-REDUCED-VALUE            PIC 9(18).
       01  WS-REDUCED-INDEX            PIC 9(7).
       01  WS-REDUCED-TERM             PIC 9(7).

      * The scaled count is held to ten decimal places between
      * steps and normalized back below ten after every one.
       01  WS-SCALED-VALUE             PIC 9(8)V9(10).
       01  WS-EXPONENT                 PIC 9(7).
       01  WS-DIGIT-WORK               PIC 9(18).

       LINKAGE SECTION.
           COPY "combination_request.cpy".

       PROCEDURE DIVISION USING COMBINATION-REQUEST.
       0000-MAIN.
           MOVE ZERO TO CB-RESULT
           MOVE ZERO TO CB-MANTISSA
           MOVE ZERO TO CB-EXPONENT

           IF CB-CHOSEN > CB-POPULATION
               SET CB-REQUEST-INVALID TO TRUE
           ELSE
               PERFORM 1000-COMPUTE-COMBINATION
           END-IF

           GOBACK.

       1000-COMPUTE-COMBINATION.
           COMPUTE WS-SMALLER-SIDE = CB-POPULATION - CB-CHOSEN
           IF CB-CHOSEN < WS-SMALLER-SIDE
               MOVE CB-CHOSEN TO WS-SMALLER-SIDE
           END-IF

           MOVE 1 TO WS-EXACT-VALUE
           SET RESULT-STILL-EXACT TO TRUE
           MOVE ZERO TO WS-SCALED-VALUE
           MOVE ZERO TO WS-EXPONENT

           PERFORM 2000-APPLY-ONE-TERM
               VARYING WS-TERM-INDEX FROM 1 BY 1
               UNTIL WS-TERM-INDEX > WS-SMALLER-SIDE

           IF RESULT-STILL-EXACT
               SET CB-RESULT-EXACT TO TRUE
               MOVE WS-EXACT-VALUE TO CB-RESULT
               PERFORM 3000-SCALE-EXACT-VALUE
           ELSE
               SET CB-RESULT-SCALED TO TRUE
           END-IF

           MOVE WS-SCALED-VALUE TO CB-MANTISSA
           MOVE WS-EXPONENT     TO CB-EXPONENT.

      * After step i the running value is C(n-k+i, i), a whole
      * number. While the count is still held exactly, the common
      * factor of the running value and i is divided out first and
      * the rest of i out of the term - both divisions are exact -
      * so the multiply only ever carries the reduced figures. The
      * overflow test is made before the multiply, against the
      * ceiling divided by the reduced term, so the product itself
      * can never overflow.
       2000-APPLY-ONE-TERM.
           COMPUTE WS-TERM =
               CB-POPULATION - WS-SMALLER-SIDE + WS-TERM-INDEX

           IF RESULT-STILL-EXACT
               PERFORM 2100-REDUCE-BY-COMMON-FACTOR
               DIVIDE WS-REDUCED-TERM INTO WS-EXACT-CEILING
                   GIVING WS-EXACT-LIMIT
               IF WS-REDUCED-VALUE > WS-EXACT-LIMIT
                   PERFORM 3000-SCALE-EXACT-VALUE
                   SET RESULT-NOW-SCALED TO TRUE
               END-IF
           END-IF

           IF RESULT-STILL-EXACT
               COMPUTE WS-EXACT-VALUE =
                   WS-REDUCED-VALUE * WS-REDUCED-TERM
           ELSE
               COMPUTE WS-SCALED-VALUE ROUNDED =
                   WS-SCALED-VALUE * WS-TERM / WS-TERM-INDEX
               PERFORM 3100-NORMALIZE-SCALED-VALUE
                   UNTIL WS-SCALED-VALUE < 10
           END-IF.

      * Greatest common divisor of the running value and i by
      * Euclid's remainder walk.
       2100-REDUCE-BY-COMMON-FACTOR.
           MOVE WS-EXACT-VALUE TO WS-GCD-A
           MOVE WS-TERM-INDEX  TO WS-GCD-B
           PERFORM 2150-EUCLID-ONE-STEP
               UNTIL WS-GCD-B = ZERO
           DIVIDE WS-GCD-A INTO WS-EXACT-VALUE
               GIVING WS-REDUCED-VALUE
           DIVIDE WS-GCD-A INTO WS-TERM-INDEX
               GIVING WS-REDUCED-INDEX
           DIVIDE WS-REDUCED-INDEX INTO WS-TERM
               GIVING WS-REDUCED-TERM.

       2150-EUCLID-ONE-STEP.
           DIVIDE WS-GCD-B INTO WS-GCD-A
               GIVING WS-GCD-QUOTIENT REMAINDER WS-GCD-REMAINDER
           MOVE WS-GCD-B         TO WS-GCD-A
           MOVE WS-GCD-REMAINDER TO WS-GCD-B.

      * Converts the exact count to mantissa and power of ten - the
      * exponent is one less than the number of digits.
       3000-SCALE-EXACT-VALUE.
           MOVE WS-EXACT-VALUE TO WS-DIGIT-WORK
           MOVE ZERO TO WS-EXPONENT
           PERFORM 3050-COUNT-ONE-DIGIT
               UNTIL WS-DIGIT-WORK < 10
           COMPUTE WS-SCALED-VALUE ROUNDED =
               WS-EXACT-VALUE / (10 ** WS-EXPONENT).

       3050-COUNT-ONE-DIGIT.
           DIVIDE 10 INTO WS-DIGIT-WORK
           ADD 1 TO WS-EXPONENT.

       3100-NORMALIZE-SCALED-VALUE.
           COMPUTE WS-SCALED-VALUE ROUNDED = WS-SCALED-VALUE / 10
           ADD 1 TO WS-EXPONENT.
