      * is opened at zero, so its first reservation starts at 1.
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * Every reservation is now also appended to the NUMLEDG
      * reservation ledger - series, first and last number, count,
      * date, time and who drew them (a third input card naming the
      * requesting job or operator, NIGHTLY when none is given) - so
      * the NUMACCT accountability report can show which job drew
      * any number. The register record moved to the shared
      * number_register_record copybook and now carries each
      * series' definition, maintained online by NUMMNT: a series
      * must be defined before it can be drawn from, draws stay
      * inside its valid range (a reservation that would pass the
      * top of the range is refused, RETURN-CODE 8), and a
      * reservation that leaves no more than the series' low-water
      * count of numbers in the range is made but warned about,
      * RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS NR-SERIES-NAME
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT RESERVATION-LEDGER-FILE ASSIGN TO "NUMLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEQUENCE-OUTPUT-FILE.
       01  SEQUENCE-OUTPUT-RECORD  PIC 9(7).

       FD  NUMBER-REGISTER-FILE.
           COPY "number_register_record.cpy".

       FD  RESERVATION-LEDGER-FILE.
           COPY "number_ledger_record.cpy".

       WORKING-STORAGE SECTION.
       01  NUM       PIC 9(7).

       01  WS-SERIES-NAME          PIC X(8) VALUE SPACES.
       01  WS-RESERVE-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-DRAWN-BY             PIC X(8) VALUE SPACES.
       01  WS-HEADROOM             PIC 9(7).

       01  WS-REGISTER-FILE-STATUS PIC XX.
       01  WS-LEDGER-FILE-STATUS   PIC XX.

       01  WS-SERIES-FOUND-FLAG    PIC X VALUE "N".
           88  SERIES-ON-REGISTER      VALUE "Y".
       01  WS-REFUSED-FLAG         PIC X VALUE "N".
           88  RESERVATION-REFUSED     VALUE "Y".

       01  WS-LOW-WATER-FLAG       PIC X VALUE "N".
           88  SERIES-AT-LOW-WATER     VALUE "Y".

           COPY "audit_record.cpy".

       PROCEDURE DIVISION.
           DISPLAY "Enter how many numbers to reserve: ".
           ACCEPT WS-RESERVE-COUNT.

           DISPLAY "Enter requesting job or operator: ".
           ACCEPT WS-DRAWN-BY.
           IF WS-DRAWN-BY = SPACES
               MOVE "NIGHTLY" TO WS-DRAWN-BY
           END-IF

           PERFORM 1000-VALIDATE-REQUEST.

           IF NOT RESERVATION-REFUSED
      * updating the register. The register file itself must already
      * exist - refusing on a missing file is what keeps two jobs
      * from quietly minting overlapping ranges against two
      * different registers. The series must be defined on the
      * register (NUMMNT); its first draw starts at the bottom of
      * its range, and a reservation that would carry it past the
      * top of its range is refused and the register left
      * untouched. Each reservation made goes on the ledger.
       2000-RESERVE-SERIES-RANGE.
           OPEN I-O NUMBER-REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = "35"
               END-READ

               IF NOT SERIES-ON-REGISTER
                   DISPLAY "SERIES " WS-SERIES-NAME
                       " NOT DEFINED ON THE NUMBER REGISTER - "
                       "NO NUMBERS RESERVED"
                   SET RESERVATION-REFUSED TO TRUE
               ELSE
                   PERFORM 2050-TAKE-SERIES-RANGE
               END-IF

               CLOSE NUMBER-REGISTER-FILE
           END-IF.

       2050-TAKE-SERIES-RANGE.
           IF NR-LAST-NUMBER < NR-RANGE-LOW
               COMPUTE NR-LAST-NUMBER = NR-RANGE-LOW - 1
           END-IF

           MOVE ZERO TO WS-HEADROOM
           IF NR-RANGE-HIGH > NR-LAST-NUMBER
               COMPUTE WS-HEADROOM =
                   NR-RANGE-HIGH - NR-LAST-NUMBER
           END-IF
           IF WS-RESERVE-COUNT > WS-HEADROOM
               DISPLAY "SERIES " WS-SERIES-NAME
                   " WOULD PASS THE END OF ITS RANGE AT "
                   NR-RANGE-HIGH " - NO NUMBERS RESERVED"
               SET RESERVATION-REFUSED TO TRUE
           ELSE
               COMPUTE WS-START = NR-LAST-NUMBER + 1
               COMPUTE WS-END =
                   NR-LAST-NUMBER + WS-RESERVE-COUNT
               MOVE WS-END TO NR-LAST-NUMBER
               REWRITE NUMBER-REGISTER-RECORD
               PERFORM 2100-WRITE-LEDGER-RECORD

               COMPUTE WS-HEADROOM = NR-RANGE-HIGH - NR-LAST-NUMBER
               IF WS-HEADROOM NOT > NR-LOW-WATER-COUNT
                   DISPLAY "SERIES " WS-SERIES-NAME
                       " AT LOW WATER - " WS-HEADROOM
                       " NUMBERS LEFT IN ITS RANGE"
                   SET SERIES-AT-LOW-WATER TO TRUE
               END-IF
           END-IF.

      * Opened EXTEND like LOANHIST - the ledger is cumulative, and
      * is created the first time a series is drawn from.
       2100-WRITE-LEDGER-RECORD.
           MOVE WS-SERIES-NAME   TO NL-SERIES-NAME
           MOVE WS-START         TO NL-FIRST-NUMBER
           MOVE WS-END           TO NL-LAST-NUMBER
           MOVE WS-RESERVE-COUNT TO NL-NUMBER-COUNT
           ACCEPT NL-DRAW-DATE FROM DATE YYYYMMDD
           ACCEPT NL-DRAW-TIME FROM TIME
           MOVE WS-DRAWN-BY      TO NL-DRAWN-BY

           OPEN EXTEND RESERVATION-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT RESERVATION-LEDGER-FILE
           END-IF
           WRITE NUMBER-LEDGER-RECORD
           CLOSE RESERVATION-LEDGER-FILE.

       9000-WRITE-AUDIT-RECORD.
           MOVE "PRINT100"           TO AL-PROGRAM-NAME
           MOVE WS-DRAWN-BY          TO AL-OPERATOR-ID
           ACCEPT AL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AL-RUN-TIME FROM TIME

                   DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
           END-IF

           EVALUATE TRUE
               WHEN RESERVATION-REFUSED
                   MOVE "REFUSED" TO AL-COMPLETION-STATUS
               WHEN SERIES-AT-LOW-WATER
                   MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
               WHEN OTHER
                   MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           END-EVALUATE

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      * Graded completion code for the NIGHTLY COND gating:
      * 8 = nothing generated, downstream steps have no control
      * number to run under; 4 = numbers drawn, but the series is
      * down to its low-water mark and its range needs extending.
       9100-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-GENERATED-COUNT = ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN SERIES-AT-LOW-WATER
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
