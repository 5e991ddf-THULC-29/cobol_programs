      * The session now starts with an operator sign-on, and every
      * audit record written carries the operator's ID - an
      * incident review answers who as well as what.
      * Added the product's late-fee terms - grace days and the
      * late-charge amount the nightly LATECHG run assesses - to
      * ADD, CHANGE and INQUIRE. The grace period is edited to run
      * out inside the shortest month.
      * Added the product's rate type and, for a variable-rate
      * product, its floating terms - index code, margin, reset
      * months, periodic and lifetime caps and floors, and the
      * reset notice days the nightly RATERSET run works to - to
      * ADD, CHANGE and INQUIRE. The lifetime floor must sit below
      * the lifetime cap and both inside the product's rate band,
      * so a reset can never price a loan outside its product. A
      * fixed-rate product has its floating terms cleared.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   MOVE "AT LEAST ONE FREQUENCY MUST BE ALLOWED"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

      * The grace period has to run out before the next due date
      * arrives, or a monthly loan could never be charged.
           IF PRODUCT-IS-VALID
               IF PD-GRACE-DAYS > 27
                   SET PRODUCT-IS-INVALID TO TRUE
                   MOVE "GRACE DAYS MUST NOT EXCEED 27"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF PRODUCT-IS-VALID
               IF NOT PD-RATE-FIXED AND NOT PD-RATE-VARIABLE
                   SET PRODUCT-IS-INVALID TO TRUE
                   MOVE "RATE TYPE MUST BE F OR V"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF PRODUCT-IS-VALID AND PD-RATE-VARIABLE
               PERFORM 2060-VALIDATE-FLOATING-TERMS
           END-IF.

      * The floating terms have to leave every reset inside the
      * product's own band, and the notice has to go out before the
      * next reset is due even on the shortest reset cycle.
       2060-VALIDATE-FLOATING-TERMS.
           IF PD-INDEX-CODE = SPACES
               SET PRODUCT-IS-INVALID TO TRUE
               MOVE "INDEX CODE MUST NOT BE BLANK"
                   TO WS-REJECT-REASON
           END-IF

           IF PRODUCT-IS-VALID
               IF PD-RESET-MONTHS NOT GREATER THAN ZERO
                   SET PRODUCT-IS-INVALID TO TRUE
                   MOVE "RESET MONTHS MUST BE GREATER THAN ZERO"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF PRODUCT-IS-VALID
               IF PD-LIFETIME-FLOOR NOT LESS THAN PD-LIFETIME-CAP
                   SET PRODUCT-IS-INVALID TO TRUE
                   MOVE "LIFETIME FLOOR MUST BE BELOW LIFETIME CAP"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF PRODUCT-IS-VALID
               IF PD-LIFETIME-FLOOR < PD-RATE-FLOOR
                       OR PD-LIFETIME-CAP > PD-RATE-CEILING
                   SET PRODUCT-IS-INVALID TO TRUE
                   MOVE "LIFETIME LIMITS OUTSIDE PRODUCT RATE BAND"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF PRODUCT-IS-VALID
               IF PD-RESET-NOTICE-DAYS
                       NOT LESS THAN PD-RESET-MONTHS * 28
                   SET PRODUCT-IS-INVALID TO TRUE
                   MOVE "NOTICE DAYS MUST FALL INSIDE RESET CYCLE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2100-ADD-PRODUCT.
           DISPLAY "ENTER MAXIMUM TERM YEARS: "
           ACCEPT PD-MAX-TERM-YEARS
           DISPLAY "ENTER ALLOWED FREQ FLAGS 0-4 (Y/N, E.G. YNNNY): "
           ACCEPT PD-FREQ-ALLOWED-FLAGS
           DISPLAY "ENTER LATE-CHARGE GRACE DAYS: "
           ACCEPT PD-GRACE-DAYS
           DISPLAY "ENTER LATE-CHARGE AMOUNT (0 = NONE): "
           ACCEPT PD-LATE-CHARGE
           DISPLAY "ENTER RATE TYPE (F=FIXED V=VARIABLE): "
           ACCEPT PD-RATE-TYPE
           IF PD-RATE-VARIABLE
               PERFORM 2160-ACCEPT-FLOATING-TERMS
           ELSE
               MOVE SPACES TO PD-INDEX-CODE
               MOVE ZERO TO PD-MARGIN
               MOVE ZERO TO PD-RESET-MONTHS
               MOVE ZERO TO PD-PERIODIC-CAP
               MOVE ZERO TO PD-PERIODIC-FLOOR
               MOVE ZERO TO PD-LIFETIME-CAP
               MOVE ZERO TO PD-LIFETIME-FLOOR
               MOVE ZERO TO PD-RESET-NOTICE-DAYS
           END-IF.

       2160-ACCEPT-FLOATING-TERMS.
           DISPLAY "ENTER INDEX CODE: "
           ACCEPT PD-INDEX-CODE
           DISPLAY "ENTER MARGIN OVER INDEX: "
           ACCEPT PD-MARGIN
           DISPLAY "ENTER RESET FREQUENCY IN MONTHS: "
           ACCEPT PD-RESET-MONTHS
           DISPLAY "ENTER PERIODIC CAP - MAX RISE (0 = NONE): "
           ACCEPT PD-PERIODIC-CAP
           DISPLAY "ENTER PERIODIC FLOOR - MAX FALL (0 = NONE): "
           ACCEPT PD-PERIODIC-FLOOR
           DISPLAY "ENTER LIFETIME CAP RATE: "
           ACCEPT PD-LIFETIME-CAP
           DISPLAY "ENTER LIFETIME FLOOR RATE: "
           ACCEPT PD-LIFETIME-FLOOR
           DISPLAY "ENTER RESET NOTICE DAYS: "
           ACCEPT PD-RESET-NOTICE-DAYS.

       2200-CHANGE-PRODUCT.
           MOVE "CHANGE" TO WS-LAST-TRANSACTION
                   DISPLAY "RATE CEILING  = " PD-RATE-CEILING
                   DISPLAY "MAX TERM      = " PD-MAX-TERM-YEARS
                   DISPLAY "FREQS 0-4     = " PD-FREQ-ALLOWED-FLAGS
                   DISPLAY "GRACE DAYS    = " PD-GRACE-DAYS
                   DISPLAY "LATE CHARGE   = " PD-LATE-CHARGE
                   DISPLAY "RATE TYPE     = " PD-RATE-TYPE
                   IF PD-RATE-VARIABLE
                       DISPLAY "INDEX CODE    = " PD-INDEX-CODE
                       DISPLAY "MARGIN        = " PD-MARGIN
                       DISPLAY "RESET MONTHS  = " PD-RESET-MONTHS
                       DISPLAY "PERIODIC CAP  = " PD-PERIODIC-CAP
                       DISPLAY "PERIODIC FLR  = " PD-PERIODIC-FLOOR
                       DISPLAY "LIFETIME CAP  = " PD-LIFETIME-CAP
                       DISPLAY "LIFETIME FLR  = " PD-LIFETIME-FLOOR
                       DISPLAY "NOTICE DAYS   = " PD-RESET-NOTICE-DAYS
                   END-IF
                   DISPLAY "STATUS        = " PD-RECORD-STATUS
                   ADD 1 TO WS-INQUIRY-COUNT
           END-READ.
