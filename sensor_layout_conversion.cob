       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSCONV.

      * Modification history:
      * New program - one-time conversion of the sensor files to the
      * widened record layouts, run once at install ahead of the
      * first nightly cycle on the new programs. Two files are
      * rebuilt, old layout in and new layout out, each to a fresh
      * copy the job swaps in over the live file:
      *   SENSMSTR 42 -> 63 bytes. The sensor's location,
      *   calibration offset, safe range and status are moved
      *   across; the zone is spaces and the data-quality limits
      *   (largest step, flatline minutes) are zero, which turns
      *   both screening rules off. The ZONEROLL rollup lists every
      *   sensor still unzoned until SENSMNT places it in a zone.
      *   SENSHIST 37 -> 63 bytes. The sensor-day is copied as it
      *   was written, with zero exception, suspect, in-range and
      *   longest-excursion counts and a blank excursion start -
      *   none of them was measured before the screening and the
      *   time-in-range counts existed, so a day converted here does
      *   not tie on the COMPCERT certificate for its month.
      * Control counts prove, file by file, records in = records
      * out with no write failures - the run ends RETURN-CODE 12 if
      * either file does not balance, and the job must not swap
      * either converted file in. A file not yet on disk converts
      * to an empty file in balance. Ends with a call to AUDITLOG
      * to record the run in the shared audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "SENSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-SENSOR-ID
               FILE STATUS IS WS-OLD-MASTER-STATUS.

           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-SENSOR-ID
               FILE STATUS IS WS-NEW-MASTER-STATUS.

           SELECT OLD-HISTORY-FILE ASSIGN TO "SENSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-HISTORY-STATUS.

           SELECT SENSOR-HISTORY-FILE ASSIGN TO "HISTNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The sensor master as it was before the zone and the
      * data-quality limits.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05  OM-SENSOR-ID            PIC X(6).
           05  OM-LOCATION             PIC X(20).
           05  OM-CALIBRATION-OFFSET   PIC S9(3)V9(2).
           05  OM-SAFE-MIN-C           PIC S9(3)V9(2).
           05  OM-SAFE-MAX-C           PIC S9(3)V9(2).
           05  OM-RECORD-STATUS        PIC X(1).

       FD  SENSOR-MASTER-FILE.
           COPY "sensor_master_record.cpy".

      * The sensor-day summary as it was before the exception,
      * suspect, in-range and excursion counts.
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD.
           05  OH-RUN-DATE             PIC 9(8).
           05  OH-SENSOR-ID            PIC X(6).
           05  OH-CELSIUS-HIGH         PIC S9(3)V9(2)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  OH-CELSIUS-LOW          PIC S9(3)V9(2)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  OH-CELSIUS-AVG          PIC S9(3)V9(2)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  OH-READING-COUNT        PIC 9(5).

       FD  SENSOR-HISTORY-FILE.
           COPY "sensor_history_record.cpy".

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".

       01  WS-OLD-MASTER-STATUS        PIC XX.
       01  WS-NEW-MASTER-STATUS        PIC XX.
       01  WS-OLD-HISTORY-STATUS       PIC XX.

       01  WS-MASTER-EOF-FLAG          PIC X VALUE "N".
           88  END-OF-MASTER-FILE          VALUE "Y".
       01  WS-HISTORY-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-HISTORY-FILE         VALUE "Y".

       01  WS-MASTER-IN-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-MASTER-OUT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-HISTORY-IN-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-HISTORY-OUT-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-BALANCE-FLAG             PIC X VALUE "Y".
           88  CONTROLS-IN-BALANCE         VALUE "Y".
           88  CONTROLS-OUT-OF-BALANCE     VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-MASTER UNTIL END-OF-MASTER-FILE
           PERFORM 2100-CONVERT-HISTORY UNTIL END-OF-HISTORY-FILE
           PERFORM 3000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD

           OPEN OUTPUT SENSOR-MASTER-FILE
           OPEN OUTPUT SENSOR-HISTORY-FILE

           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLD-MASTER-STATUS = "35"
               DISPLAY "NO SENSOR MASTER TO CONVERT"
               SET END-OF-MASTER-FILE TO TRUE
           ELSE
               READ OLD-MASTER-FILE
                   AT END SET END-OF-MASTER-FILE TO TRUE
               END-READ
           END-IF

           OPEN INPUT OLD-HISTORY-FILE
           IF WS-OLD-HISTORY-STATUS = "35"
               DISPLAY "NO SENSOR HISTORY TO CONVERT"
               SET END-OF-HISTORY-FILE TO TRUE
           ELSE
               READ OLD-HISTORY-FILE
                   AT END SET END-OF-HISTORY-FILE TO TRUE
               END-READ
           END-IF.

      * Written in the key order it is read in, so the fresh
      * master loads in sequence.
       2000-CONVERT-MASTER.
           ADD 1 TO WS-MASTER-IN-COUNT

           MOVE OM-SENSOR-ID          TO SM-SENSOR-ID
           MOVE OM-LOCATION           TO SM-LOCATION
           MOVE OM-CALIBRATION-OFFSET TO SM-CALIBRATION-OFFSET
           MOVE OM-SAFE-MIN-C         TO SM-SAFE-MIN-C
           MOVE OM-SAFE-MAX-C         TO SM-SAFE-MAX-C
           MOVE OM-RECORD-STATUS      TO SM-RECORD-STATUS
           MOVE SPACES                TO SM-ZONE-ID
           MOVE ZERO                  TO SM-MAX-STEP-C
           MOVE ZERO                  TO SM-FLATLINE-MINUTES

           WRITE SENSOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "NEW MASTER WRITE FAILED - SENSOR "
                       SM-SENSOR-ID " STATUS="
                       WS-NEW-MASTER-STATUS
                   SET CONTROLS-OUT-OF-BALANCE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-MASTER-OUT-COUNT
           END-WRITE

           READ OLD-MASTER-FILE
               AT END SET END-OF-MASTER-FILE TO TRUE
           END-READ.

       2100-CONVERT-HISTORY.
           ADD 1 TO WS-HISTORY-IN-COUNT

           MOVE OH-RUN-DATE           TO SH-RUN-DATE
           MOVE OH-SENSOR-ID          TO SH-SENSOR-ID
           MOVE OH-CELSIUS-HIGH       TO SH-CELSIUS-HIGH
           MOVE OH-CELSIUS-LOW        TO SH-CELSIUS-LOW
           MOVE OH-CELSIUS-AVG        TO SH-CELSIUS-AVG
           MOVE OH-READING-COUNT      TO SH-READING-COUNT
           MOVE ZERO                  TO SH-EXCEPTION-COUNT
           MOVE ZERO                  TO SH-SUSPECT-COUNT
           MOVE ZERO                  TO SH-IN-RANGE-COUNT
           MOVE ZERO                  TO SH-LONGEST-EXC-SECONDS
           MOVE SPACES                TO SH-LONGEST-EXC-START

           WRITE SENSOR-HISTORY-RECORD
           ADD 1 TO WS-HISTORY-OUT-COUNT

           READ OLD-HISTORY-FILE
               AT END SET END-OF-HISTORY-FILE TO TRUE
           END-READ.

       3000-FINALIZE.
           DISPLAY "SENSOR MASTER RECORDS IN   = " WS-MASTER-IN-COUNT
           DISPLAY "SENSOR MASTER RECORDS OUT  = " WS-MASTER-OUT-COUNT
           DISPLAY "SENSOR HISTORY RECORDS IN  = " WS-HISTORY-IN-COUNT
           DISPLAY "SENSOR HISTORY RECORDS OUT = " WS-HISTORY-OUT-COUNT

           IF WS-MASTER-IN-COUNT NOT = WS-MASTER-OUT-COUNT
                   OR WS-HISTORY-IN-COUNT NOT = WS-HISTORY-OUT-COUNT
               SET CONTROLS-OUT-OF-BALANCE TO TRUE
           END-IF

           IF CONTROLS-OUT-OF-BALANCE
               DISPLAY "** CONTROL COUNTS DO NOT BALANCE - "
                   "DO NOT SWAP THE CONVERTED FILES IN **"
           END-IF

           PERFORM 3050-WRITE-AUDIT-RECORD

           IF WS-OLD-MASTER-STATUS NOT = "35"
               CLOSE OLD-MASTER-FILE
           END-IF
           IF WS-OLD-HISTORY-STATUS NOT = "35"
               CLOSE OLD-HISTORY-FILE
           END-IF
           CLOSE SENSOR-MASTER-FILE
           CLOSE SENSOR-HISTORY-FILE.

       3050-WRITE-AUDIT-RECORD.
           MOVE "SENSCONV"            TO AL-PROGRAM-NAME
           MOVE "SENSCONV"            TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "MST=" WS-MASTER-IN-COUNT
               " HST=" WS-HISTORY-IN-COUNT
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           STRING "MST=" WS-MASTER-OUT-COUNT
               " HST=" WS-HISTORY-OUT-COUNT
               DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION

           IF CONTROLS-IN-BALANCE
               MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           ELSE
               MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
           END-IF

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      * 12 stops the job from swapping a short-fall file in over
      * the live one - both files must prove themselves in balance.
       9000-SET-RETURN-CODE.
           IF CONTROLS-IN-BALANCE
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF.
