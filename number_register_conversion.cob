       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMCONV.

      * Modification history:
      * New program - one-time conversion of the number-series
      * register (NUMREG) from the old 15-byte layout, series name
      * and last number drawn, to the 67-byte record that carries
      * each series' definition. Run once at install ahead of the
      * first nightly cycle on the new programs; the register is
      * rebuilt, old layout in and new layout out, to a fresh copy
      * the job swaps in over the live one. Every series keeps its
      * last number drawn. BATCHNO, the nightly batch number, is
      * given its standing definition - range 1 to 9999999, a
      * low-water count of 1000 and no gaps allowed - so PRINT100
      * goes on drawing it the first night; if the old register
      * never held BATCHNO it is added, defined and opened at zero.
      * ACHTRACE, the series ACHORIG draws its ACH trace numbers
      * from, is defined the same way - range 1 to 9999999, a
      * low-water count of 100000 and gaps allowed, a trace lost to
      * a failed enrollment rewrite being just a skipped number -
      * and added at zero if the old register never held it.
      * Any other series arrives with its description and range
      * blank and zero and is refused by PRINT100 until it has been
      * defined through NUMMNT CHANGE.
      * Control counts prove records in plus series added = records
      * out with no write failures - the run ends RETURN-CODE 12 if
      * they do not balance, and the job must not swap the
      * converted register in. Ends with a call to AUDITLOG to
      * record the run in the shared audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-REGISTER-FILE ASSIGN TO "NUMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OR-SERIES-NAME
               FILE STATUS IS WS-OLD-REGISTER-STATUS.

           SELECT NUMBER-REGISTER-FILE ASSIGN TO "NUMNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NR-SERIES-NAME
               FILE STATUS IS WS-NEW-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The register as it was before series definitions.
       FD  OLD-REGISTER-FILE.
       01  OLD-REGISTER-RECORD.
           05  OR-SERIES-NAME          PIC X(8).
           05  OR-LAST-NUMBER          PIC 9(7).

       FD  NUMBER-REGISTER-FILE.
           COPY "number_register_record.cpy".

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".

       01  WS-OLD-REGISTER-STATUS      PIC XX.
       01  WS-NEW-REGISTER-STATUS      PIC XX.

       01  WS-REGISTER-EOF-FLAG        PIC X VALUE "N".
           88  END-OF-REGISTER-FILE        VALUE "Y".

      * The nightly batch number's standing definition.
       01  WS-BATCH-SERIES             PIC X(8) VALUE "BATCHNO".
       01  WS-BATCH-DESCRIPTION        PIC X(30)
                                       VALUE "NIGHTLY BATCH NUMBER".
       01  WS-BATCH-RANGE-LOW          PIC 9(7) VALUE 1.
       01  WS-BATCH-RANGE-HIGH         PIC 9(7) VALUE 9999999.
       01  WS-BATCH-LOW-WATER          PIC 9(7) VALUE 1000.

       01  WS-BATCH-WRITTEN-FLAG       PIC X VALUE "N".
           88  BATCH-SERIES-WRITTEN        VALUE "Y".

      * The ACH trace number series' standing definition.
       01  WS-TRACE-SERIES             PIC X(8) VALUE "ACHTRACE".
       01  WS-TRACE-DESCRIPTION        PIC X(30)
                                       VALUE "ACH DEBIT TRACE NUMBER".
       01  WS-TRACE-RANGE-LOW          PIC 9(7) VALUE 1.
       01  WS-TRACE-RANGE-HIGH         PIC 9(7) VALUE 9999999.
       01  WS-TRACE-LOW-WATER          PIC 9(7) VALUE 100000.

       01  WS-TRACE-WRITTEN-FLAG       PIC X VALUE "N".
           88  TRACE-SERIES-WRITTEN        VALUE "Y".

       01  WS-REGISTER-IN-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-SERIES-ADDED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-REGISTER-OUT-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-DEFINED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-UNDEFINED-COUNT          PIC 9(7) VALUE ZERO.

       01  WS-BALANCE-FLAG             PIC X VALUE "Y".
           88  CONTROLS-IN-BALANCE         VALUE "Y".
           88  CONTROLS-OUT-OF-BALANCE     VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-SERIES UNTIL END-OF-REGISTER-FILE
           IF NOT TRACE-SERIES-WRITTEN
               PERFORM 2400-ADD-TRACE-SERIES
           END-IF
           IF NOT BATCH-SERIES-WRITTEN
               PERFORM 2100-ADD-BATCH-SERIES
           END-IF
           PERFORM 3000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD

           OPEN OUTPUT NUMBER-REGISTER-FILE

           OPEN INPUT OLD-REGISTER-FILE
           IF WS-OLD-REGISTER-STATUS = "35"
               DISPLAY "NO NUMBER REGISTER TO CONVERT"
               SET END-OF-REGISTER-FILE TO TRUE
           ELSE
               READ OLD-REGISTER-FILE
                   AT END SET END-OF-REGISTER-FILE TO TRUE
               END-READ
           END-IF.

      * The register is read and written in series-name order, so
      * an ACHTRACE or BATCHNO missing from the old register is
      * added at its place in the sequence, ahead of the first
      * series above it.
       2000-CONVERT-SERIES.
           ADD 1 TO WS-REGISTER-IN-COUNT

           IF NOT TRACE-SERIES-WRITTEN
                   AND OR-SERIES-NAME > WS-TRACE-SERIES
               PERFORM 2400-ADD-TRACE-SERIES
           END-IF
           IF NOT BATCH-SERIES-WRITTEN
                   AND OR-SERIES-NAME > WS-BATCH-SERIES
               PERFORM 2100-ADD-BATCH-SERIES
           END-IF

           MOVE OR-SERIES-NAME        TO NR-SERIES-NAME
           MOVE OR-LAST-NUMBER        TO NR-LAST-NUMBER
           EVALUATE OR-SERIES-NAME
               WHEN WS-BATCH-SERIES
                   PERFORM 2200-DEFINE-BATCH-SERIES
                   SET BATCH-SERIES-WRITTEN TO TRUE
               WHEN WS-TRACE-SERIES
                   PERFORM 2500-DEFINE-TRACE-SERIES
                   SET TRACE-SERIES-WRITTEN TO TRUE
               WHEN OTHER
                   MOVE SPACES        TO NR-SERIES-DESCRIPTION
                   MOVE ZERO          TO NR-RANGE-LOW
                   MOVE ZERO          TO NR-RANGE-HIGH
                   MOVE ZERO          TO NR-LOW-WATER-COUNT
                   MOVE SPACES        TO NR-GAP-RULE
                   ADD 1 TO WS-UNDEFINED-COUNT
           END-EVALUATE

           PERFORM 2300-WRITE-NEW-SERIES

           READ OLD-REGISTER-FILE
               AT END SET END-OF-REGISTER-FILE TO TRUE
           END-READ.

       2100-ADD-BATCH-SERIES.
           DISPLAY "SERIES " WS-BATCH-SERIES
               " NOT ON THE OLD REGISTER - ADDED AT ZERO"
           ADD 1 TO WS-SERIES-ADDED-COUNT

           MOVE WS-BATCH-SERIES       TO NR-SERIES-NAME
           MOVE ZERO                  TO NR-LAST-NUMBER
           PERFORM 2200-DEFINE-BATCH-SERIES
           SET BATCH-SERIES-WRITTEN TO TRUE

           PERFORM 2300-WRITE-NEW-SERIES.

       2200-DEFINE-BATCH-SERIES.
           MOVE WS-BATCH-DESCRIPTION  TO NR-SERIES-DESCRIPTION
           MOVE WS-BATCH-RANGE-LOW    TO NR-RANGE-LOW
           MOVE WS-BATCH-RANGE-HIGH   TO NR-RANGE-HIGH
           MOVE WS-BATCH-LOW-WATER    TO NR-LOW-WATER-COUNT
           SET NR-GAPS-NOT-ALLOWED TO TRUE
           ADD 1 TO WS-DEFINED-COUNT.

       2300-WRITE-NEW-SERIES.
           WRITE NUMBER-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "NEW REGISTER WRITE FAILED - SERIES "
                       NR-SERIES-NAME " STATUS="
                       WS-NEW-REGISTER-STATUS
                   SET CONTROLS-OUT-OF-BALANCE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-REGISTER-OUT-COUNT
           END-WRITE.

       2400-ADD-TRACE-SERIES.
           DISPLAY "SERIES " WS-TRACE-SERIES
               " NOT ON THE OLD REGISTER - ADDED AT ZERO"
           ADD 1 TO WS-SERIES-ADDED-COUNT

           MOVE WS-TRACE-SERIES       TO NR-SERIES-NAME
           MOVE ZERO                  TO NR-LAST-NUMBER
           PERFORM 2500-DEFINE-TRACE-SERIES
           SET TRACE-SERIES-WRITTEN TO TRUE

           PERFORM 2300-WRITE-NEW-SERIES.

       2500-DEFINE-TRACE-SERIES.
           MOVE WS-TRACE-DESCRIPTION  TO NR-SERIES-DESCRIPTION
           MOVE WS-TRACE-RANGE-LOW    TO NR-RANGE-LOW
           MOVE WS-TRACE-RANGE-HIGH   TO NR-RANGE-HIGH
           MOVE WS-TRACE-LOW-WATER    TO NR-LOW-WATER-COUNT
           SET NR-GAPS-ALLOWED TO TRUE
           ADD 1 TO WS-DEFINED-COUNT.

       3000-FINALIZE.
           DISPLAY "REGISTER RECORDS IN        = " WS-REGISTER-IN-COUNT
           DISPLAY "STANDING SERIES ADDED      = " WS-SERIES-ADDED-COUNT
           DISPLAY "REGISTER RECORDS OUT       = "
               WS-REGISTER-OUT-COUNT
           DISPLAY "SERIES DEFINED             = " WS-DEFINED-COUNT
           DISPLAY "SERIES LEFT TO DEFINE      = " WS-UNDEFINED-COUNT

           IF WS-REGISTER-IN-COUNT + WS-SERIES-ADDED-COUNT
                   NOT = WS-REGISTER-OUT-COUNT
               SET CONTROLS-OUT-OF-BALANCE TO TRUE
           END-IF

           IF CONTROLS-OUT-OF-BALANCE
               DISPLAY "** CONTROL COUNTS DO NOT BALANCE - "
                   "DO NOT SWAP THE CONVERTED REGISTER IN **"
           END-IF

           PERFORM 3050-WRITE-AUDIT-RECORD

           IF WS-OLD-REGISTER-STATUS NOT = "35"
               CLOSE OLD-REGISTER-FILE
           END-IF
           CLOSE NUMBER-REGISTER-FILE.

       3050-WRITE-AUDIT-RECORD.
           MOVE "NUMCONV"             TO AL-PROGRAM-NAME
           MOVE "NUMCONV"             TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "REG=" WS-REGISTER-IN-COUNT
               " ADDED=" WS-SERIES-ADDED-COUNT
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           STRING "REG=" WS-REGISTER-OUT-COUNT
               " UNDEFINED=" WS-UNDEFINED-COUNT
               DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION

           IF CONTROLS-IN-BALANCE
               MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           ELSE
               MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
           END-IF

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      * 12 stops the job from swapping a short-fall register in
      * over the live one.
       9000-SET-RETURN-CODE.
           IF CONTROLS-IN-BALANCE
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF.
