      * silently not running.
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * Every CRITICAL alert - a streak at the limit and a silent
      * sensor alike - is now also raised on the shared incident
      * register through INCRAISE, so an alarm outlives tonight's
      * ALERTS generation until an operator closes it. A sensor
      * that already has an open or acknowledged incident for the
      * same condition has that incident updated instead of a new
      * one opened. The incidents opened, updated and not taken
      * print with the run summary.
      * Each sensor-day summary on SENSHIST now also carries the
      * count of the sensor's readings outside its safe range, so
      * the ZONEROLL zone rollup can report exceptions by zone.
      * Each reading from a known sensor is now screened against
      * the sensor's earlier readings before it reaches the day's
      * statistics: a second reading at the same timestamp, a jump
      * from the reading before larger than the sensor's
      * SM-MAX-STEP-C, or the same value repeated for the sensor's
      * SM-FLATLINE-MINUTES or longer marks the reading quality-
      * suspect. A suspect reading is written to the new data-
      * quality file SENSDQ with the rule that caught it and is kept
      * out of the sensor summary and SENSHIST, which carries the
      * sensor-day's suspect count instead. The safe-range test
      * still runs on a suspect reading - a real excursion must
      * never be screened out of the exception report and alerts.
      * Each sensor-day on SENSHIST now also carries its in-range
      * reading count and its longest out-of-range excursion (the
      * span of the longest streak and the time it began, whether
      * or not it reached the alert limit), so the month-end
      * COMPCERT compliance certificate can show time in range.
      * The rate-of-change rule now measures the jump from the
      * sensor's previous reading, whether or not that reading was
      * accepted, rather than from the last good one - after a real
      * shift in level larger than SM-MAX-STEP-C only the reading
      * that made the jump is suspect, not every reading after it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPERATOR-ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DATA-QUALITY-FILE ASSIGN TO "SENSDQ"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSOR-READINGS-FILE.
       FD  OPERATOR-ALERT-FILE.
       01  OPERATOR-ALERT-RECORD       PIC X(100).

       FD  DATA-QUALITY-FILE.
       01  DATA-QUALITY-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  END-OF-SENSOR-FILE          VALUE "Y".
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "run_control_record.cpy".
           COPY "incident_request.cpy".

       01  CELSIUS                     PIC S9(3)V9(2).
       01  FAHRENHEIT                  PIC S9(4)V9(2).
       01  WS-SENSOR-MASTER-STATUS     PIC XX.
       01  WS-SENSOR-HISTORY-STATUS    PIC XX.
       01  WS-CALIBRATION-OFFSET       PIC S9(3)V9(2) VALUE ZERO.
       01  WS-MAX-STEP-C               PIC 9(3)V9(2) VALUE ZERO.
       01  WS-FLATLINE-MINUTES         PIC 9(4) VALUE ZERO.

      * Data-quality screening - what is known of the sensor's
      * earlier readings tonight. The feed is sorted by sensor and
      * reading time, so those are the readings just before this one.
       01  WS-DQ-SENSOR-ID             PIC X(6) VALUE SPACES.
       01  WS-DQ-LAST-TIME             PIC X(6).
       01  WS-DQ-PREV-CELSIUS          PIC S9(3)V9(2).
       01  WS-DQ-FLAT-CELSIUS          PIC S9(3)V9(2).
       01  WS-DQ-FLAT-START-SECONDS    PIC 9(7).
       01  WS-DQ-THIS-SECONDS          PIC 9(7).
       01  WS-DQ-FLAT-SECONDS          PIC S9(7).
       01  WS-DQ-STEP                  PIC S9(4)V9(2).
       01  WS-DQ-RULE                  PIC X(20).
       01  WS-QUALITY-FLAG             PIC X VALUE "N".
           88  READING-IS-SUSPECT          VALUE "Y".
           88  READING-IS-GOOD             VALUE "N".
       01  WS-SENSOR-SUSPECTS          PIC 9(5) VALUE ZERO.
       01  WS-SUSPECT-COUNT            PIC 9(7) VALUE ZERO.

       01  WS-QUALITY-LINE.
           05  DQ-SENSOR-ID            PIC X(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DQ-READING-TIME         PIC X(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DQ-CELSIUS              PIC -ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DQ-RULE                 PIC X(20).
           05  FILLER                  PIC X(11) VALUE " PREVIOUS  ".
           05  DQ-PREV-CELSIUS         PIC -ZZ9.99.
           05  FILLER                  PIC X(4) VALUE " AT ".
           05  DQ-LAST-TIME            PIC X(6).

       01  WS-SUSPECT-TOTAL-LINE.
           05  FILLER                  PIC X(25) VALUE
               "QUALITY-SUSPECT READINGS=".
           05  STL-SUSPECT-COUNT       PIC ZZZZZZ9.

       01  WS-SENSOR-VALID-FLAG        PIC X VALUE "Y".
           88  SENSOR-IS-VALID              VALUE "Y".
       01  WS-SENSOR-LOW               PIC S9(3)V9(2).
       01  WS-SENSOR-TOTAL             PIC S9(9)V9(2) VALUE ZERO.
       01  WS-SENSOR-READINGS          PIC 9(5) VALUE ZERO.
       01  WS-SENSOR-EXCEPTIONS        PIC 9(5) VALUE ZERO.
       01  WS-SENSOR-IN-RANGE          PIC 9(5) VALUE ZERO.
       01  WS-SENSOR-LONGEST-SECONDS   PIC 9(5) VALUE ZERO.
       01  WS-SENSOR-LONGEST-START     PIC X(6) VALUE SPACES.
       01  WS-SENSOR-AVERAGE           PIC S9(3)V9(2).

       01  WS-READING-COUNT            PIC 9(7) VALUE ZERO.
               "SILENT SENSORS=".
           05  STL-SILENT-COUNT        PIC ZZZZ9.

       01  WS-INCIDENT-OPENED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-INCIDENT-UPDATED-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-INCIDENT-FAILED-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-INCIDENT-LINE.
           05  FILLER                  PIC X(17) VALUE
               "INCIDENTS OPENED=".
           05  IL-OPENED-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE " UPDATED=".
           05  IL-UPDATED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE " NOT TAKEN=".
           05  IL-FAILED-COUNT         PIC ZZZZ9.

       01  WS-SWEEP-SKIPPED-LINE       PIC X(52) VALUE
           "** SEEN TABLE FULL - SILENT-SENSOR CHECK NOT RUN **".

           END-IF

           OPEN OUTPUT OPERATOR-ALERT-FILE
           OPEN OUTPUT DATA-QUALITY-FILE

           READ SENSOR-READINGS-FILE
               AT END SET END-OF-SENSOR-FILE TO TRUE

           IF SENSOR-IS-VALID
               COMPUTE CELSIUS = SR-CELSIUS + WS-CALIBRATION-OFFSET
               PERFORM 2060-SCREEN-READING-QUALITY
               PERFORM 2100-CONVERT-TEMPERATURE
               IF READING-IS-GOOD
                   PERFORM 2150-ACCUMULATE-STATISTICS
               ELSE
                   PERFORM 2070-WRITE-QUALITY-LINE
               END-IF
               PERFORM 2200-WRITE-DETAIL-LINE

               IF CELSIUS < WS-SAFE-MIN-C OR CELSIUS > WS-SAFE-MAX-C
                           TO WS-EXCEPTION-REASON
                   END-IF
                   PERFORM 2300-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-SENSOR-EXCEPTIONS
                   PERFORM 2350-TRACK-CONSECUTIVE
               ELSE
                   ADD 1 TO WS-SENSOR-IN-RANGE
                   PERFORM 2370-END-EXCEPTION-STREAK
               END-IF
           ELSE
           MOVE PC-SAFE-MIN-C TO WS-SAFE-MIN-C
           MOVE PC-SAFE-MAX-C TO WS-SAFE-MAX-C
           MOVE ZERO TO WS-CALIBRATION-OFFSET
           MOVE ZERO TO WS-MAX-STEP-C
           MOVE ZERO TO WS-FLATLINE-MINUTES

           IF WS-SENSOR-MASTER-STATUS NOT = "35"
               MOVE SR-SENSOR-ID TO SM-SENSOR-ID
                               TO WS-CALIBRATION-OFFSET
                           MOVE SM-SAFE-MIN-C TO WS-SAFE-MIN-C
                           MOVE SM-SAFE-MAX-C TO WS-SAFE-MAX-C
                           MOVE SM-MAX-STEP-C TO WS-MAX-STEP-C
                           MOVE SM-FLATLINE-MINUTES
                               TO WS-FLATLINE-MINUTES
                       ELSE
                           SET SENSOR-IS-INVALID TO TRUE
                           MOVE "SENSOR RETIRED"
               END-READ
           END-IF.

      * Screens the calibrated reading against the sensor's earlier
      * readings tonight. The first reading of a sensor has nothing
      * to be judged against and is always accepted. A zero
      * SM-MAX-STEP-C or SM-FLATLINE-MINUTES (a sensor master
      * record that predates the limits) turns that rule off.
       2060-SCREEN-READING-QUALITY.
           SET READING-IS-GOOD TO TRUE
           MOVE SPACES TO WS-DQ-RULE

           MOVE SR-READING-TIME (1:2) TO WS-TIME-HH
           MOVE SR-READING-TIME (3:2) TO WS-TIME-MM
           MOVE SR-READING-TIME (5:2) TO WS-TIME-SS
           COMPUTE WS-DQ-THIS-SECONDS =
               (WS-TIME-HH * 3600) + (WS-TIME-MM * 60) + WS-TIME-SS

           IF SR-SENSOR-ID NOT = WS-DQ-SENSOR-ID
               MOVE SR-SENSOR-ID       TO WS-DQ-SENSOR-ID
               MOVE CELSIUS            TO WS-DQ-FLAT-CELSIUS
               MOVE WS-DQ-THIS-SECONDS TO WS-DQ-FLAT-START-SECONDS
           ELSE
               PERFORM 2065-APPLY-QUALITY-RULES
           END-IF

           MOVE SR-READING-TIME TO WS-DQ-LAST-TIME
           MOVE CELSIUS         TO WS-DQ-PREV-CELSIUS.

      * The step is measured between consecutive readings - from
      * the sensor's previous reading, suspect or not - so a real
      * shift in level marks only the reading that made the jump
      * (a lone spike marks both the spike and the reading that
      * comes back down from it). A flat run starts at the
      * first reading of its value; a run that crosses midnight
      * reads as a negative span and has a day added, as in 2380.
       2065-APPLY-QUALITY-RULES.
           IF CELSIUS NOT = WS-DQ-FLAT-CELSIUS
               MOVE CELSIUS            TO WS-DQ-FLAT-CELSIUS
               MOVE WS-DQ-THIS-SECONDS TO WS-DQ-FLAT-START-SECONDS
           END-IF

           COMPUTE WS-DQ-STEP = CELSIUS - WS-DQ-PREV-CELSIUS
           IF WS-DQ-STEP < ZERO
               COMPUTE WS-DQ-STEP = ZERO - WS-DQ-STEP
           END-IF

           COMPUTE WS-DQ-FLAT-SECONDS =
               WS-DQ-THIS-SECONDS - WS-DQ-FLAT-START-SECONDS
           IF WS-DQ-FLAT-SECONDS < ZERO
               ADD 86400 TO WS-DQ-FLAT-SECONDS
           END-IF

           EVALUATE TRUE
               WHEN SR-READING-TIME = WS-DQ-LAST-TIME
                   SET READING-IS-SUSPECT TO TRUE
                   MOVE "DUPLICATE TIMESTAMP" TO WS-DQ-RULE
               WHEN WS-MAX-STEP-C > ZERO
                       AND WS-DQ-STEP > WS-MAX-STEP-C
                   SET READING-IS-SUSPECT TO TRUE
                   MOVE "RATE OF CHANGE" TO WS-DQ-RULE
               WHEN WS-FLATLINE-MINUTES > ZERO
                       AND WS-DQ-FLAT-SECONDS
                           NOT LESS THAN WS-FLATLINE-MINUTES * 60
                   SET READING-IS-SUSPECT TO TRUE
                   MOVE "FLATLINE" TO WS-DQ-RULE
           END-EVALUATE

           MOVE WS-DQ-LAST-TIME         TO DQ-LAST-TIME
           MOVE WS-DQ-PREV-CELSIUS      TO DQ-PREV-CELSIUS.

      * A quality-suspect reading goes on SENSDQ and is counted
      * against the sensor's open group for SH-SUSPECT-COUNT. The
      * first reading of a sensor is never suspect, so the open
      * group is always the reading's own sensor.
       2070-WRITE-QUALITY-LINE.
           ADD 1 TO WS-SUSPECT-COUNT
           ADD 1 TO WS-SENSOR-SUSPECTS
           MOVE SR-SENSOR-ID    TO DQ-SENSOR-ID
           MOVE SR-READING-TIME TO DQ-READING-TIME
           MOVE CELSIUS         TO DQ-CELSIUS
           MOVE WS-DQ-RULE      TO DQ-RULE
           WRITE DATA-QUALITY-RECORD FROM WS-QUALITY-LINE.

       2100-CONVERT-TEMPERATURE.
           IF PC-ROUND-TRUNCATE
               COMPUTE WS-TEMP = CELSIUS * 9 / 5
               MOVE CELSIUS TO WS-SENSOR-LOW
               MOVE ZERO    TO WS-SENSOR-TOTAL
               MOVE ZERO    TO WS-SENSOR-READINGS
               MOVE ZERO    TO WS-SENSOR-EXCEPTIONS
               MOVE ZERO    TO WS-SENSOR-SUSPECTS
               MOVE ZERO    TO WS-SENSOR-IN-RANGE
               MOVE ZERO    TO WS-SENSOR-LONGEST-SECONDS
               MOVE SPACES  TO WS-SENSOR-LONGEST-START
           ELSE
               IF CELSIUS > WS-SENSOR-HIGH
                   MOVE CELSIUS TO WS-SENSOR-HIGH
           MOVE WS-SENSOR-LOW        TO SH-CELSIUS-LOW
           MOVE WS-SENSOR-AVERAGE    TO SH-CELSIUS-AVG
           MOVE WS-SENSOR-READINGS   TO SH-READING-COUNT
           MOVE WS-SENSOR-EXCEPTIONS TO SH-EXCEPTION-COUNT
           MOVE WS-SENSOR-SUSPECTS   TO SH-SUSPECT-COUNT
           MOVE WS-SENSOR-IN-RANGE   TO SH-IN-RANGE-COUNT
           MOVE WS-SENSOR-LONGEST-SECONDS TO SH-LONGEST-EXC-SECONDS
           MOVE WS-SENSOR-LONGEST-START   TO SH-LONGEST-EXC-START
           WRITE SENSOR-HISTORY-RECORD

           MOVE "N" TO WS-GROUP-OPEN-FLAG.
      * The streak must actually exist - a zero count (and a zero
      * limit from a blank control card) must never mint an alert
      * out of nothing.
      * Every streak, alerted or not, is measured against the
      * sensor-day's longest excursion for SENSHIST.
       2370-END-EXCEPTION-STREAK.
           IF WS-CONSEC-EXC-COUNT > ZERO
               PERFORM 2375-MEASURE-STREAK
               IF WS-DURATION-SECONDS > WS-SENSOR-LONGEST-SECONDS
                       OR WS-SENSOR-LONGEST-START = SPACES
                   MOVE WS-DURATION-SECONDS
                       TO WS-SENSOR-LONGEST-SECONDS
                   MOVE WS-FIRST-EXC-TIME TO WS-SENSOR-LONGEST-START
               END-IF
               IF WS-CONSEC-EXC-COUNT
                       NOT LESS THAN PC-CONSEC-EXC-LIMIT
                   PERFORM 2380-WRITE-ALERT
               END-IF
           END-IF
           MOVE ZERO TO WS-CONSEC-EXC-COUNT.

       2375-MEASURE-STREAK.
           MOVE WS-FIRST-EXC-TIME (1:2) TO WS-TIME-HH
           MOVE WS-FIRST-EXC-TIME (3:2) TO WS-TIME-MM
           MOVE WS-FIRST-EXC-TIME (5:2) TO WS-TIME-SS
               WS-LAST-SECONDS - WS-FIRST-SECONDS
           IF WS-DURATION-SECONDS < ZERO
               ADD 86400 TO WS-DURATION-SECONDS
           END-IF.

       2380-WRITE-ALERT.
           ADD 1 TO WS-ALERT-COUNT

           MOVE WS-CURRENT-SENSOR-ID TO ALR-SENSOR-ID
           MOVE WS-FIRST-EXC-TIME    TO ALR-FIRST-TIME
           MOVE WS-WORST-READING     TO ALR-WORST-READING
           MOVE WS-CONSEC-EXC-COUNT  TO ALR-CONSEC-COUNT
           MOVE WS-DURATION-SECONDS  TO ALR-DURATION
           WRITE OPERATOR-ALERT-RECORD FROM WS-ALERT-LINE

           MOVE "TR"                 TO IR-CONDITION-CODE
           MOVE WS-CURRENT-SENSOR-ID TO IR-ITEM-KEY
           MOVE WS-ALERT-LINE (10:)  TO IR-DETAIL
           PERFORM 2390-RAISE-INCIDENT.

      * The alert goes on the incident register - the caller has
      * set the condition, the sensor and the alert text. A
      * register that cannot take it is counted and the run goes
      * on; the alert line itself is already written.
       2390-RAISE-INCIDENT.
           MOVE "CELSIUSTOFAHRENHEIT" TO IR-SOURCE-PROGRAM
           MOVE "CRITICAL"            TO IR-SEVERITY
           MOVE PC-RUN-DATE           TO IR-RUN-DATE
           CALL "INCRAISE" USING INCIDENT-REQUEST
           EVALUATE TRUE
               WHEN IR-INCIDENT-OPENED
                   ADD 1 TO WS-INCIDENT-OPENED-COUNT
               WHEN IR-INCIDENT-UPDATED
                   ADD 1 TO WS-INCIDENT-UPDATED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-INCIDENT-FAILED-COUNT
           END-EVALUATE.

       3000-FINALIZE.
           IF SENSOR-GROUP-OPEN
           MOVE WS-SILENT-COUNT TO STL-SILENT-COUNT
           WRITE FAHRENHEIT-READING-RECORD FROM WS-SILENT-TOTAL-LINE

           MOVE WS-SUSPECT-COUNT TO STL-SUSPECT-COUNT
           WRITE FAHRENHEIT-READING-RECORD FROM WS-SUSPECT-TOTAL-LINE

           MOVE WS-INCIDENT-OPENED-COUNT  TO IL-OPENED-COUNT
           MOVE WS-INCIDENT-UPDATED-COUNT TO IL-UPDATED-COUNT
           MOVE WS-INCIDENT-FAILED-COUNT  TO IL-FAILED-COUNT
           WRITE FAHRENHEIT-READING-RECORD FROM WS-INCIDENT-LINE

           IF WS-READING-COUNT > 0
               IF PC-ROUND-TRUNCATE
                   COMPUTE WS-CELSIUS-AVERAGE =
           CLOSE TEMP-EXCEPTION-FILE
           CLOSE SENSOR-HISTORY-FILE
           CLOSE OPERATOR-ALERT-FILE
           CLOSE DATA-QUALITY-FILE
           IF WS-SENSOR-MASTER-STATUS NOT = "35"
               CLOSE SENSOR-MASTER-FILE
           END-IF
                   MOVE SM-LOCATION  TO SA-LOCATION
                   WRITE OPERATOR-ALERT-RECORD
                       FROM WS-SILENT-ALERT-LINE
                   MOVE "TS"         TO IR-CONDITION-CODE
                   MOVE SM-SENSOR-ID TO IR-ITEM-KEY
                   MOVE WS-SILENT-ALERT-LINE (10:) TO IR-DETAIL
                   PERFORM 2390-RAISE-INCIDENT
               END-IF
           END-IF

