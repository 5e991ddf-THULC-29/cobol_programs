      * batch number.
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * The combination entry now calls the shared COMBCALC
      * service instead of dividing three factorials, so an nCr
      * whose answer fits in eighteen digits comes back COMPLETE
      * even when NUM is past the factorial overflow limit; only an
      * answer that itself overflows is rejected as OVERFLOW. The
      * AUDSAMP audit sampling run counts its possible samples
      * through the same service.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-FACT-INPUT   PIC 9(3).
       01  WS-FACT-OUTPUT  PIC 9(18).
       01  WS-FACT-OF-NUM           PIC 9(18).
       01  WS-FACT-OF-NUM-MINUS-R   PIC 9(18).
       01  WS-RESULT                PIC 9(18) VALUE ZERO.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETE".
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "run_control_record.cpy".
           COPY "combination_request.cpy".

       PROCEDURE DIVISION.
       0000-MAIN.
               MOVE "INVALID" TO WS-RUN-STATUS
               DISPLAY "R MUST NOT BE GREATER THAN NUM"
           ELSE
               MOVE NUM TO CB-POPULATION
               MOVE R   TO CB-CHOSEN
               CALL "COMBCALC" USING COMBINATION-REQUEST

               IF CB-RESULT-EXACT
                   MOVE CB-RESULT TO WS-RESULT
                   DISPLAY "nCr of ", NUM, " and ", R,
                       " is: ", WS-RESULT
               ELSE
                   MOVE "OVERFLOW" TO WS-RUN-STATUS
                   DISPLAY "INPUT TOO LARGE, RESULT WOULD OVERFLOW"
               END-IF
           END-IF.

