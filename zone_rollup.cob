       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZONEROLL.

      * Modification history:
      * New program - nightly zone-level environmental rollup. The
      * sensor reports answer for one sensor at a time; facilities
      * needs to know whether a cold room or freezer zone as a
      * whole held its range overnight. Tonight's sensor-day
      * summaries are picked off the cumulative SENSHIST file
      * CELSIUSTOFAHRENHEIT appends to (the records carrying
      * tonight's run date), matched to the sensor master for each
      * sensor's zone, and rolled up per zone on the site/zone
      * master: high, low, reading-weighted average, out-of-range
      * readings, and sensors reporting out of sensors placed in
      * the zone. The zone's high and low are judged against the
      * zone's own required range. A zone is flagged when it
      * breaks that range, when its sensors' daily averages are
      * further apart than the zone's agreement tolerance (one of
      * them is reading wrong), or when no sensor in it reported
      * at all - every sensor silent or retired, or none placed
      * there. The zone master is read in key order, so the zones
      * are subtotalled by building and by site as the keys break,
      * with a total for all sites. Active sensors not placed in an
      * active zone are listed after the zones, so nothing drops
      * out of the rollup unseen.
      * Checks in with the shared RUNCTL run-control keeper at
      * initialize and end of job, and ends with a call to AUDITLOG
      * and a graded RETURN-CODE (0 = every zone in range and in
      * agreement, 4 = zones flagged, sensors outside a zone, or a
      * site too large for the sensor table - work the report).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZONE-MASTER-FILE ASSIGN TO "ZONEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZM-ZONE-ID
               FILE STATUS IS WS-ZONE-FILE-STATUS.

           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SENSOR-ID
               FILE STATUS IS WS-SENSOR-MASTER-STATUS.

           SELECT SENSOR-HISTORY-FILE ASSIGN TO "SENSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT ZONE-REPORT-FILE ASSIGN TO "ZONERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ZONE-MASTER-FILE.
           COPY "zone_master_record.cpy".

       FD  SENSOR-MASTER-FILE.
           COPY "sensor_master_record.cpy".

       FD  SENSOR-HISTORY-FILE.
           COPY "sensor_history_record.cpy".

       FD  ZONE-REPORT-FILE.
       01  ZONE-REPORT-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "run_control_record.cpy".

       01  WS-ZONE-FILE-STATUS         PIC XX.
       01  WS-SENSOR-MASTER-STATUS     PIC XX.
       01  WS-HISTORY-FILE-STATUS      PIC XX.

       01  WS-HISTORY-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-HISTORY-FILE         VALUE "Y".

       01  WS-SENSOR-SWEEP-FLAG        PIC X VALUE "N".
           88  END-OF-SENSOR-SWEEP         VALUE "Y".

       01  WS-ZONE-SWEEP-FLAG          PIC X VALUE "N".
           88  END-OF-ZONE-SWEEP           VALUE "Y".

       01  WS-MAX-SENSORS              PIC 9(3) VALUE 500.
       01  WS-SENSOR-COUNT             PIC 9(3) VALUE ZERO.

      * One row per sensor on the sensor master, with tonight's
      * SENSHIST summary posted to it when there is one - a row
      * never posted is a sensor that did not report tonight.
       01  WS-SENSOR-TABLE.
           05  WS-SENSOR-ENTRY OCCURS 500 TIMES.
               10  ST-SENSOR-ID        PIC X(6).
               10  ST-ZONE-ID          PIC X(12).
               10  ST-LOCATION         PIC X(20).
               10  ST-RECORD-STATUS    PIC X(1).
                   88  ST-STATUS-ACTIVE    VALUE "A".
               10  ST-REPORTED-FLAG    PIC X(1).
                   88  ST-REPORTED         VALUE "Y".
               10  ST-ZONED-FLAG       PIC X(1).
                   88  ST-ZONED            VALUE "Y".
               10  ST-CELSIUS-HIGH     PIC S9(3)V9(2).
               10  ST-CELSIUS-LOW      PIC S9(3)V9(2).
               10  ST-CELSIUS-AVG      PIC S9(3)V9(2).
               10  ST-READING-COUNT    PIC 9(5).
               10  ST-EXCEPTION-COUNT  PIC 9(5).

       01  WS-SUB                      PIC 9(3).
       01  WS-ENTRY-SUB                PIC 9(3).
       01  WS-LEVEL-SUB                PIC 9(1).

      * One zone's figures, gathered from its sensors' rows.
       01  WS-ZONE-ASSIGNED            PIC 9(3).
       01  WS-ZONE-REPORTING           PIC 9(3).
       01  WS-ZONE-SILENT              PIC 9(3).
       01  WS-ZONE-RETIRED             PIC 9(3).
       01  WS-ZONE-HIGH                PIC S9(3)V9(2).
       01  WS-ZONE-LOW                 PIC S9(3)V9(2).
       01  WS-ZONE-AVG-HIGH            PIC S9(3)V9(2).
       01  WS-ZONE-AVG-LOW             PIC S9(3)V9(2).
       01  WS-ZONE-WEIGHTED-TOTAL      PIC S9(11)V9(2).
       01  WS-ZONE-READINGS            PIC 9(9).
       01  WS-ZONE-EXCEPTIONS          PIC 9(7).
       01  WS-ZONE-AVERAGE             PIC S9(3)V9(2).
       01  WS-ZONE-SPREAD              PIC S9(4)V9(2).

       01  WS-ZONE-FLAGGED-FLAG        PIC X VALUE "N".
           88  ZONE-IS-FLAGGED             VALUE "Y".
       01  WS-ZONE-DISAGREE-FLAG       PIC X VALUE "N".
           88  ZONE-SENSORS-DISAGREE       VALUE "Y".

       01  WS-PREV-SITE-CODE           PIC X(4) VALUE SPACES.
       01  WS-PREV-BUILDING-CODE       PIC X(4) VALUE SPACES.

      * Running subtotals - level 1 the building, level 2 the site,
      * level 3 every site. A level is printed and cleared when its
      * key breaks.
       01  WS-ROLLUP-TABLE.
           05  WS-ROLLUP-LEVEL OCCURS 3 TIMES.
               10  RL-ZONE-COUNT       PIC 9(5).
               10  RL-FLAGGED-COUNT    PIC 9(5).
               10  RL-ASSIGNED-COUNT   PIC 9(5).
               10  RL-REPORTING-COUNT  PIC 9(5).
               10  RL-EXCEPTION-COUNT  PIC 9(7).
               10  RL-READING-COUNT    PIC 9(9).
               10  RL-WEIGHTED-TOTAL   PIC S9(11)V9(2).
               10  RL-CELSIUS-HIGH     PIC S9(3)V9(2).
               10  RL-CELSIUS-LOW      PIC S9(3)V9(2).
               10  RL-DATA-FLAG        PIC X(1).
                   88  RL-HAS-DATA         VALUE "Y".
       01  WS-ROLLUP-AVERAGE           PIC S9(3)V9(2).

       01  WS-HISTORY-READ-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-HISTORY-TONIGHT-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-HISTORY-UNMATCHED-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-DROPPED-SENSOR-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-ZONE-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-FLAGGED-ZONE-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-UNZONED-COUNT            PIC 9(5) VALUE ZERO.

       01  WS-EDIT-SPREAD              PIC ZZZ9.99.
       01  WS-EDIT-TOLERANCE           PIC ZZ9.99.
       01  WS-EDIT-COUNT-1             PIC ZZ9.
       01  WS-EDIT-COUNT-2             PIC ZZ9.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(30) VALUE
               "ZONE ENVIRONMENTAL ROLLUP".
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  RH-RUN-DATE             PIC 9(8).

       01  WS-ZONE-HEADER-LINE.
           05  FILLER                  PIC X(5) VALUE "ZONE ".
           05  ZH-SITE-CODE            PIC X(4).
           05  FILLER                  PIC X(1) VALUE "/".
           05  ZH-BUILDING-CODE        PIC X(4).
           05  FILLER                  PIC X(1) VALUE "/".
           05  ZH-ZONE-CODE            PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ZH-ZONE-NAME            PIC X(30).
           05  FILLER                  PIC X(9) VALUE " CONTACT ".
           05  ZH-CONTACT-NAME         PIC X(25).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ZH-CONTACT-PHONE        PIC X(15).

       01  WS-ZONE-STATS-LINE.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "REQ ".
           05  ZS-REQUIRED-MIN-C       PIC -ZZ9.99.
           05  FILLER                  PIC X(1) VALUE "/".
           05  ZS-REQUIRED-MAX-C       PIC -ZZ9.99.
           05  ZS-TEMPERATURES.
               10  FILLER              PIC X(4) VALUE " HI ".
               10  ZS-CELSIUS-HIGH     PIC -ZZ9.99.
               10  FILLER              PIC X(4) VALUE " LO ".
               10  ZS-CELSIUS-LOW      PIC -ZZ9.99.
               10  FILLER              PIC X(5) VALUE " AVG ".
               10  ZS-CELSIUS-AVG      PIC -ZZ9.99.
           05  FILLER                  PIC X(6) VALUE " SENS ".
           05  ZS-REPORTING-COUNT      PIC ZZ9.
           05  FILLER                  PIC X(1) VALUE "/".
           05  ZS-ASSIGNED-COUNT       PIC ZZ9.
           05  FILLER                  PIC X(5) VALUE " EXC ".
           05  ZS-EXCEPTION-COUNT      PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ZS-STATUS               PIC X(12).

       01  WS-ZONE-FLAG-LINE.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  FILLER                  PIC X(3) VALUE "** ".
           05  ZF-TEXT                 PIC X(70).

       01  WS-ROLLUP-LINE.
           05  RLL-LABEL               PIC X(16).
           05  FILLER                  PIC X(7) VALUE " ZONES=".
           05  RLL-ZONE-COUNT          PIC ZZZ9.
           05  FILLER                  PIC X(6) VALUE " FLAG=".
           05  RLL-FLAGGED-COUNT       PIC ZZZ9.
           05  FILLER                  PIC X(6) VALUE " SENS=".
           05  RLL-REPORTING-COUNT     PIC ZZZ9.
           05  FILLER                  PIC X(1) VALUE "/".
           05  RLL-ASSIGNED-COUNT      PIC ZZZ9.
           05  FILLER                  PIC X(5) VALUE " EXC=".
           05  RLL-EXCEPTION-COUNT     PIC ZZZZZ9.
           05  RLL-TEMPERATURES.
               10  FILLER              PIC X(3) VALUE " HI".
               10  RLL-CELSIUS-HIGH    PIC -ZZ9.99.
               10  FILLER              PIC X(3) VALUE " LO".
               10  RLL-CELSIUS-LOW     PIC -ZZ9.99.
               10  FILLER              PIC X(4) VALUE " AVG".
               10  RLL-CELSIUS-AVG     PIC -ZZ9.99.

       01  WS-UNZONED-HEADING          PIC X(50) VALUE
           "*** ACTIVE SENSORS NOT IN AN ACTIVE ZONE".

       01  WS-UNZONED-LINE.
           05  FILLER                  PIC X(7) VALUE "SENSOR ".
           05  UZ-SENSOR-ID            PIC X(6).
           05  FILLER                  PIC X(6) VALUE " ZONE ".
           05  UZ-ZONE-ID              PIC X(12).
           05  FILLER                  PIC X(10) VALUE " LOCATION ".
           05  UZ-LOCATION             PIC X(20).

       01  WS-NO-ZONE-MASTER-LINE      PIC X(50) VALUE
           "** NO ZONE MASTER ON FILE - NO ZONES ROLLED UP **".

       01  WS-TABLE-FULL-LINE.
           05  FILLER                  PIC X(45) VALUE
               "** SENSOR TABLE FULL - SENSORS NOT ROLLED UP=".
           05  TFL-DROPPED-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE " **".

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(6) VALUE "ZONES=".
           05  TL-ZONE-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE " FLAGGED=".
           05  TL-FLAGGED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE " SENSORS=".
           05  TL-SENSOR-COUNT         PIC ZZ9.
           05  FILLER                  PIC X(9) VALUE " UNZONED=".
           05  TL-UNZONED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(18) VALUE
               " TONIGHT HISTORY=".
           05  TL-HISTORY-TONIGHT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE
               " NOT ON MSTR=".
           05  TL-HISTORY-UNMATCHED    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-SENSOR-MASTER-STATUS NOT = "35"
               PERFORM 2000-LOAD-SENSORS
           END-IF
           PERFORM 2500-POST-HISTORY-RECORD UNTIL END-OF-HISTORY-FILE
           IF WS-ZONE-FILE-STATUS = "35"
               WRITE ZONE-REPORT-RECORD FROM WS-NO-ZONE-MASTER-LINE
           ELSE
               PERFORM 3000-ROLL-UP-ZONES
           END-IF
           PERFORM 4000-LIST-UNZONED-SENSORS
           PERFORM 5000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * Graded completion code for the NIGHTLY COND gating:
      * 0 = every zone in range and in agreement, 4 = zones
      * flagged, active sensors outside an active zone, or sensors
      * the table could not hold.
       9000-SET-RETURN-CODE.
           IF WS-FLAGGED-ZONE-COUNT > ZERO
                   OR WS-UNZONED-COUNT > ZERO
                   OR WS-DROPPED-SENSOR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      * A history file that does not exist yet is the soft FILE
      * STATUS "35" case - every zone then reports no data.
       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD

           SET RK-FUNCTION-START TO TRUE
           MOVE PC-BATCH-NUMBER TO RK-BATCH-NUMBER
           MOVE "ZONEROLL" TO RK-STEP-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RK-RUN-REFUSED
               DISPLAY "BATCH " PC-BATCH-NUMBER
                   " STEP ZONEROLL ALREADY COMPLETE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE WS-ROLLUP-TABLE

           OPEN OUTPUT ZONE-REPORT-FILE
           MOVE PC-RUN-DATE TO RH-RUN-DATE
           WRITE ZONE-REPORT-RECORD FROM WS-REPORT-HEADING

           OPEN INPUT ZONE-MASTER-FILE
           OPEN INPUT SENSOR-MASTER-FILE

           OPEN INPUT SENSOR-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               SET END-OF-HISTORY-FILE TO TRUE
           ELSE
               READ SENSOR-HISTORY-FILE
                   AT END SET END-OF-HISTORY-FILE TO TRUE
               END-READ
           END-IF.

      ******************************************************************
      * Sensor table - every sensor on the master, active or
      * retired, with its zone.
      ******************************************************************
       2000-LOAD-SENSORS.
           MOVE SPACES TO SM-SENSOR-ID
           START SENSOR-MASTER-FILE
               KEY IS NOT LESS THAN SM-SENSOR-ID
               INVALID KEY SET END-OF-SENSOR-SWEEP TO TRUE
           END-START
           IF NOT END-OF-SENSOR-SWEEP
               READ SENSOR-MASTER-FILE NEXT
                   AT END SET END-OF-SENSOR-SWEEP TO TRUE
               END-READ
           END-IF
           PERFORM 2100-LOAD-ONE-SENSOR UNTIL END-OF-SENSOR-SWEEP.

       2100-LOAD-ONE-SENSOR.
           IF WS-SENSOR-COUNT < WS-MAX-SENSORS
               ADD 1 TO WS-SENSOR-COUNT
               MOVE SM-SENSOR-ID     TO ST-SENSOR-ID (WS-SENSOR-COUNT)
               MOVE SM-ZONE-ID       TO ST-ZONE-ID (WS-SENSOR-COUNT)
               MOVE SM-LOCATION      TO ST-LOCATION (WS-SENSOR-COUNT)
               MOVE SM-RECORD-STATUS
                   TO ST-RECORD-STATUS (WS-SENSOR-COUNT)
               MOVE "N" TO ST-REPORTED-FLAG (WS-SENSOR-COUNT)
               MOVE "N" TO ST-ZONED-FLAG (WS-SENSOR-COUNT)
               MOVE ZERO TO ST-CELSIUS-HIGH (WS-SENSOR-COUNT)
               MOVE ZERO TO ST-CELSIUS-LOW (WS-SENSOR-COUNT)
               MOVE ZERO TO ST-CELSIUS-AVG (WS-SENSOR-COUNT)
               MOVE ZERO TO ST-READING-COUNT (WS-SENSOR-COUNT)
               MOVE ZERO TO ST-EXCEPTION-COUNT (WS-SENSOR-COUNT)
           ELSE
               ADD 1 TO WS-DROPPED-SENSOR-COUNT
           END-IF

           READ SENSOR-MASTER-FILE NEXT
               AT END SET END-OF-SENSOR-SWEEP TO TRUE
           END-READ.

      * Only tonight's sensor-day summaries count - the rest of the
      * rolling window is SENSTRND's business.
       2500-POST-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-READ-COUNT
           IF SH-RUN-DATE = PC-RUN-DATE
               ADD 1 TO WS-HISTORY-TONIGHT-COUNT
               MOVE ZERO TO WS-ENTRY-SUB
               PERFORM 2550-FIND-SENSOR-ENTRY
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SENSOR-COUNT
                       OR WS-ENTRY-SUB > ZERO
               IF WS-ENTRY-SUB > ZERO
                   PERFORM 2600-POST-SENSOR-DAY
               ELSE
                   ADD 1 TO WS-HISTORY-UNMATCHED-COUNT
               END-IF
           END-IF

           READ SENSOR-HISTORY-FILE
               AT END SET END-OF-HISTORY-FILE TO TRUE
           END-READ.

       2550-FIND-SENSOR-ENTRY.
           IF ST-SENSOR-ID (WS-SUB) = SH-SENSOR-ID
               MOVE WS-SUB TO WS-ENTRY-SUB
           END-IF.

       2600-POST-SENSOR-DAY.
           MOVE "Y" TO ST-REPORTED-FLAG (WS-ENTRY-SUB)
           MOVE SH-CELSIUS-HIGH    TO ST-CELSIUS-HIGH (WS-ENTRY-SUB)
           MOVE SH-CELSIUS-LOW     TO ST-CELSIUS-LOW (WS-ENTRY-SUB)
           MOVE SH-CELSIUS-AVG     TO ST-CELSIUS-AVG (WS-ENTRY-SUB)
           MOVE SH-READING-COUNT   TO ST-READING-COUNT (WS-ENTRY-SUB)
           MOVE SH-EXCEPTION-COUNT
               TO ST-EXCEPTION-COUNT (WS-ENTRY-SUB).

      ******************************************************************
      * Zone rollup - the zone master in key order, so building and
      * site subtotals print as the keys break.
      ******************************************************************
       3000-ROLL-UP-ZONES.
           MOVE SPACES TO ZM-ZONE-ID
           START ZONE-MASTER-FILE
               KEY IS NOT LESS THAN ZM-ZONE-ID
               INVALID KEY SET END-OF-ZONE-SWEEP TO TRUE
           END-START
           IF NOT END-OF-ZONE-SWEEP
               READ ZONE-MASTER-FILE NEXT
                   AT END SET END-OF-ZONE-SWEEP TO TRUE
               END-READ
           END-IF
           PERFORM 3100-ROLL-UP-ONE-ZONE UNTIL END-OF-ZONE-SWEEP

           IF WS-ZONE-COUNT > ZERO
               PERFORM 3700-BUILDING-BREAK
               PERFORM 3750-SITE-BREAK
           END-IF
           MOVE "ALL SITES" TO RLL-LABEL
           MOVE 3 TO WS-LEVEL-SUB
           PERFORM 3600-WRITE-ROLLUP-LINE.

       3100-ROLL-UP-ONE-ZONE.
           IF ZM-STATUS-ACTIVE
               IF WS-ZONE-COUNT > ZERO
                   IF ZM-SITE-CODE NOT = WS-PREV-SITE-CODE
                       PERFORM 3700-BUILDING-BREAK
                       PERFORM 3750-SITE-BREAK
                   ELSE
                       IF ZM-BUILDING-CODE NOT = WS-PREV-BUILDING-CODE
                           PERFORM 3700-BUILDING-BREAK
                       END-IF
                   END-IF
               END-IF
               MOVE ZM-SITE-CODE     TO WS-PREV-SITE-CODE
               MOVE ZM-BUILDING-CODE TO WS-PREV-BUILDING-CODE
               ADD 1 TO WS-ZONE-COUNT

               PERFORM 3200-GATHER-ZONE-SENSORS
               PERFORM 3300-JUDGE-ZONE
               PERFORM 3400-WRITE-ZONE-LINES
               PERFORM 3500-POST-ZONE-TO-ROLLUP
                   VARYING WS-LEVEL-SUB FROM 1 BY 1
                   UNTIL WS-LEVEL-SUB > 3
           END-IF

           READ ZONE-MASTER-FILE NEXT
               AT END SET END-OF-ZONE-SWEEP TO TRUE
           END-READ.

       3200-GATHER-ZONE-SENSORS.
           MOVE ZERO TO WS-ZONE-ASSIGNED
           MOVE ZERO TO WS-ZONE-REPORTING
           MOVE ZERO TO WS-ZONE-SILENT
           MOVE ZERO TO WS-ZONE-RETIRED
           MOVE ZERO TO WS-ZONE-HIGH
           MOVE ZERO TO WS-ZONE-LOW
           MOVE ZERO TO WS-ZONE-AVG-HIGH
           MOVE ZERO TO WS-ZONE-AVG-LOW
           MOVE ZERO TO WS-ZONE-WEIGHTED-TOTAL
           MOVE ZERO TO WS-ZONE-READINGS
           MOVE ZERO TO WS-ZONE-EXCEPTIONS
           MOVE ZERO TO WS-ZONE-AVERAGE
           MOVE ZERO TO WS-ZONE-SPREAD
           PERFORM 3250-GATHER-ONE-SENSOR
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SENSOR-COUNT.

      * The zone's high and low are its sensors' extremes; its
      * average weights each sensor's daily average by that
      * sensor's readings. The spread of the sensors' averages is
      * what the agreement tolerance is held against.
       3250-GATHER-ONE-SENSOR.
           IF ST-ZONE-ID (WS-SUB) = ZM-ZONE-ID
               MOVE "Y" TO ST-ZONED-FLAG (WS-SUB)
               ADD 1 TO WS-ZONE-ASSIGNED
               EVALUATE TRUE
                   WHEN NOT ST-STATUS-ACTIVE (WS-SUB)
                       ADD 1 TO WS-ZONE-RETIRED
                   WHEN NOT ST-REPORTED (WS-SUB)
                       ADD 1 TO WS-ZONE-SILENT
                   WHEN OTHER
                       PERFORM 3270-ADD-REPORTING-SENSOR
               END-EVALUATE
           END-IF.

       3270-ADD-REPORTING-SENSOR.
           ADD 1 TO WS-ZONE-REPORTING
           IF WS-ZONE-REPORTING = 1
               MOVE ST-CELSIUS-HIGH (WS-SUB) TO WS-ZONE-HIGH
               MOVE ST-CELSIUS-LOW (WS-SUB)  TO WS-ZONE-LOW
               MOVE ST-CELSIUS-AVG (WS-SUB)  TO WS-ZONE-AVG-HIGH
               MOVE ST-CELSIUS-AVG (WS-SUB)  TO WS-ZONE-AVG-LOW
           ELSE
               IF ST-CELSIUS-HIGH (WS-SUB) > WS-ZONE-HIGH
                   MOVE ST-CELSIUS-HIGH (WS-SUB) TO WS-ZONE-HIGH
               END-IF
               IF ST-CELSIUS-LOW (WS-SUB) < WS-ZONE-LOW
                   MOVE ST-CELSIUS-LOW (WS-SUB) TO WS-ZONE-LOW
               END-IF
               IF ST-CELSIUS-AVG (WS-SUB) > WS-ZONE-AVG-HIGH
                   MOVE ST-CELSIUS-AVG (WS-SUB) TO WS-ZONE-AVG-HIGH
               END-IF
               IF ST-CELSIUS-AVG (WS-SUB) < WS-ZONE-AVG-LOW
                   MOVE ST-CELSIUS-AVG (WS-SUB) TO WS-ZONE-AVG-LOW
               END-IF
           END-IF
           COMPUTE WS-ZONE-WEIGHTED-TOTAL = WS-ZONE-WEIGHTED-TOTAL
               + ST-CELSIUS-AVG (WS-SUB) * ST-READING-COUNT (WS-SUB)
           ADD ST-READING-COUNT (WS-SUB)   TO WS-ZONE-READINGS
           ADD ST-EXCEPTION-COUNT (WS-SUB) TO WS-ZONE-EXCEPTIONS.

       3300-JUDGE-ZONE.
           MOVE "N" TO WS-ZONE-FLAGGED-FLAG
           MOVE "N" TO WS-ZONE-DISAGREE-FLAG

           IF WS-ZONE-REPORTING = ZERO
               SET ZONE-IS-FLAGGED TO TRUE
               MOVE "NO DATA" TO ZS-STATUS
           ELSE
               IF WS-ZONE-READINGS > ZERO
                   IF PC-ROUND-TRUNCATE
                       COMPUTE WS-ZONE-AVERAGE =
                           WS-ZONE-WEIGHTED-TOTAL / WS-ZONE-READINGS
                   ELSE
                       COMPUTE WS-ZONE-AVERAGE ROUNDED =
                           WS-ZONE-WEIGHTED-TOTAL / WS-ZONE-READINGS
                   END-IF
               END-IF

               IF WS-ZONE-HIGH > ZM-REQUIRED-MAX-C
                       OR WS-ZONE-LOW < ZM-REQUIRED-MIN-C
                   SET ZONE-IS-FLAGGED TO TRUE
                   MOVE "OUT OF RANGE" TO ZS-STATUS
               ELSE
                   MOVE "IN RANGE" TO ZS-STATUS
               END-IF

               COMPUTE WS-ZONE-SPREAD =
                   WS-ZONE-AVG-HIGH - WS-ZONE-AVG-LOW
               IF WS-ZONE-SPREAD > ZM-AGREE-TOLERANCE-C
                   SET ZONE-IS-FLAGGED TO TRUE
                   SET ZONE-SENSORS-DISAGREE TO TRUE
               END-IF
           END-IF

           IF ZONE-IS-FLAGGED
               ADD 1 TO WS-FLAGGED-ZONE-COUNT
           END-IF.

       3400-WRITE-ZONE-LINES.
           MOVE ZM-SITE-CODE     TO ZH-SITE-CODE
           MOVE ZM-BUILDING-CODE TO ZH-BUILDING-CODE
           MOVE ZM-ZONE-CODE     TO ZH-ZONE-CODE
           MOVE ZM-ZONE-NAME     TO ZH-ZONE-NAME
           MOVE ZM-CONTACT-NAME  TO ZH-CONTACT-NAME
           MOVE ZM-CONTACT-PHONE TO ZH-CONTACT-PHONE
           WRITE ZONE-REPORT-RECORD FROM WS-ZONE-HEADER-LINE

           MOVE ZM-REQUIRED-MIN-C  TO ZS-REQUIRED-MIN-C
           MOVE ZM-REQUIRED-MAX-C  TO ZS-REQUIRED-MAX-C
           IF WS-ZONE-REPORTING = ZERO
               MOVE SPACES TO ZS-TEMPERATURES
           ELSE
               MOVE " HI "  TO ZS-TEMPERATURES (1:4)
               MOVE " LO "  TO ZS-TEMPERATURES (12:4)
               MOVE " AVG " TO ZS-TEMPERATURES (23:5)
               MOVE WS-ZONE-HIGH    TO ZS-CELSIUS-HIGH
               MOVE WS-ZONE-LOW     TO ZS-CELSIUS-LOW
               MOVE WS-ZONE-AVERAGE TO ZS-CELSIUS-AVG
           END-IF
           MOVE WS-ZONE-REPORTING  TO ZS-REPORTING-COUNT
           MOVE WS-ZONE-ASSIGNED   TO ZS-ASSIGNED-COUNT
           MOVE WS-ZONE-EXCEPTIONS TO ZS-EXCEPTION-COUNT
           WRITE ZONE-REPORT-RECORD FROM WS-ZONE-STATS-LINE

           IF ZONE-SENSORS-DISAGREE
               MOVE WS-ZONE-SPREAD       TO WS-EDIT-SPREAD
               MOVE ZM-AGREE-TOLERANCE-C TO WS-EDIT-TOLERANCE
               MOVE SPACES TO ZF-TEXT
               STRING "SENSORS DISAGREE BY " WS-EDIT-SPREAD
                   " C - TOLERANCE " WS-EDIT-TOLERANCE " C"
                   DELIMITED BY SIZE INTO ZF-TEXT
               WRITE ZONE-REPORT-RECORD FROM WS-ZONE-FLAG-LINE
           END-IF

           IF WS-ZONE-REPORTING = ZERO
               MOVE SPACES TO ZF-TEXT
               IF WS-ZONE-ASSIGNED = ZERO
                   MOVE "NO SENSORS PLACED IN ZONE" TO ZF-TEXT
               ELSE
                   MOVE WS-ZONE-SILENT  TO WS-EDIT-COUNT-1
                   MOVE WS-ZONE-RETIRED TO WS-EDIT-COUNT-2
                   STRING "EVERY SENSOR SILENT OR RETIRED - SILENT="
                       WS-EDIT-COUNT-1 " RETIRED=" WS-EDIT-COUNT-2
                       DELIMITED BY SIZE INTO ZF-TEXT
               END-IF
               WRITE ZONE-REPORT-RECORD FROM WS-ZONE-FLAG-LINE
           END-IF.

       3500-POST-ZONE-TO-ROLLUP.
           ADD 1 TO RL-ZONE-COUNT (WS-LEVEL-SUB)
           IF ZONE-IS-FLAGGED
               ADD 1 TO RL-FLAGGED-COUNT (WS-LEVEL-SUB)
           END-IF
           ADD WS-ZONE-ASSIGNED   TO RL-ASSIGNED-COUNT (WS-LEVEL-SUB)
           ADD WS-ZONE-REPORTING  TO RL-REPORTING-COUNT (WS-LEVEL-SUB)
           ADD WS-ZONE-EXCEPTIONS TO RL-EXCEPTION-COUNT (WS-LEVEL-SUB)
           ADD WS-ZONE-READINGS   TO RL-READING-COUNT (WS-LEVEL-SUB)
           ADD WS-ZONE-WEIGHTED-TOTAL
               TO RL-WEIGHTED-TOTAL (WS-LEVEL-SUB)

           IF WS-ZONE-REPORTING > ZERO
               IF RL-HAS-DATA (WS-LEVEL-SUB)
                   IF WS-ZONE-HIGH > RL-CELSIUS-HIGH (WS-LEVEL-SUB)
                       MOVE WS-ZONE-HIGH
                           TO RL-CELSIUS-HIGH (WS-LEVEL-SUB)
                   END-IF
                   IF WS-ZONE-LOW < RL-CELSIUS-LOW (WS-LEVEL-SUB)
                       MOVE WS-ZONE-LOW
                           TO RL-CELSIUS-LOW (WS-LEVEL-SUB)
                   END-IF
               ELSE
                   MOVE "Y" TO RL-DATA-FLAG (WS-LEVEL-SUB)
                   MOVE WS-ZONE-HIGH TO RL-CELSIUS-HIGH (WS-LEVEL-SUB)
                   MOVE WS-ZONE-LOW  TO RL-CELSIUS-LOW (WS-LEVEL-SUB)
               END-IF
           END-IF.

      * Prints the subtotal at WS-LEVEL-SUB under the label the
      * caller set, then clears the level for the next building or
      * site.
       3600-WRITE-ROLLUP-LINE.
           MOVE RL-ZONE-COUNT (WS-LEVEL-SUB)      TO RLL-ZONE-COUNT
           MOVE RL-FLAGGED-COUNT (WS-LEVEL-SUB)   TO RLL-FLAGGED-COUNT
           MOVE RL-REPORTING-COUNT (WS-LEVEL-SUB)
               TO RLL-REPORTING-COUNT
           MOVE RL-ASSIGNED-COUNT (WS-LEVEL-SUB)  TO RLL-ASSIGNED-COUNT
           MOVE RL-EXCEPTION-COUNT (WS-LEVEL-SUB)
               TO RLL-EXCEPTION-COUNT

           IF RL-HAS-DATA (WS-LEVEL-SUB)
                   AND RL-READING-COUNT (WS-LEVEL-SUB) > ZERO
               IF PC-ROUND-TRUNCATE
                   COMPUTE WS-ROLLUP-AVERAGE =
                       RL-WEIGHTED-TOTAL (WS-LEVEL-SUB)
                       / RL-READING-COUNT (WS-LEVEL-SUB)
               ELSE
                   COMPUTE WS-ROLLUP-AVERAGE ROUNDED =
                       RL-WEIGHTED-TOTAL (WS-LEVEL-SUB)
                       / RL-READING-COUNT (WS-LEVEL-SUB)
               END-IF
               MOVE " HI"  TO RLL-TEMPERATURES (1:3)
               MOVE " LO"  TO RLL-TEMPERATURES (11:3)
               MOVE " AVG" TO RLL-TEMPERATURES (21:4)
               MOVE RL-CELSIUS-HIGH (WS-LEVEL-SUB) TO RLL-CELSIUS-HIGH
               MOVE RL-CELSIUS-LOW (WS-LEVEL-SUB)  TO RLL-CELSIUS-LOW
               MOVE WS-ROLLUP-AVERAGE              TO RLL-CELSIUS-AVG
           ELSE
               MOVE SPACES TO RLL-TEMPERATURES
           END-IF
           WRITE ZONE-REPORT-RECORD FROM WS-ROLLUP-LINE

           INITIALIZE WS-ROLLUP-LEVEL (WS-LEVEL-SUB).

       3700-BUILDING-BREAK.
           MOVE SPACES TO RLL-LABEL
           STRING "BLDG " WS-PREV-SITE-CODE "/" WS-PREV-BUILDING-CODE
               DELIMITED BY SIZE INTO RLL-LABEL
           MOVE 1 TO WS-LEVEL-SUB
           PERFORM 3600-WRITE-ROLLUP-LINE.

       3750-SITE-BREAK.
           MOVE SPACES TO RLL-LABEL
           STRING "SITE " WS-PREV-SITE-CODE
               DELIMITED BY SIZE INTO RLL-LABEL
           MOVE 2 TO WS-LEVEL-SUB
           PERFORM 3600-WRITE-ROLLUP-LINE
           MOVE SPACES TO ZONE-REPORT-RECORD
           WRITE ZONE-REPORT-RECORD.

      ******************************************************************
      * Active sensors the rollup did not reach - no zone, a zone
      * not on file, or a retired zone.
      ******************************************************************
       4000-LIST-UNZONED-SENSORS.
           WRITE ZONE-REPORT-RECORD FROM WS-UNZONED-HEADING
           PERFORM 4100-TEST-ONE-SENSOR
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SENSOR-COUNT

           IF WS-DROPPED-SENSOR-COUNT > ZERO
               MOVE WS-DROPPED-SENSOR-COUNT TO TFL-DROPPED-COUNT
               WRITE ZONE-REPORT-RECORD FROM WS-TABLE-FULL-LINE
           END-IF.

       4100-TEST-ONE-SENSOR.
           IF ST-STATUS-ACTIVE (WS-SUB)
                   AND NOT ST-ZONED (WS-SUB)
               ADD 1 TO WS-UNZONED-COUNT
               MOVE ST-SENSOR-ID (WS-SUB) TO UZ-SENSOR-ID
               MOVE ST-ZONE-ID (WS-SUB)   TO UZ-ZONE-ID
               MOVE ST-LOCATION (WS-SUB)  TO UZ-LOCATION
               WRITE ZONE-REPORT-RECORD FROM WS-UNZONED-LINE
           END-IF.

       5000-FINALIZE.
           MOVE WS-ZONE-COUNT              TO TL-ZONE-COUNT
           MOVE WS-FLAGGED-ZONE-COUNT      TO TL-FLAGGED-COUNT
           MOVE WS-SENSOR-COUNT            TO TL-SENSOR-COUNT
           MOVE WS-UNZONED-COUNT           TO TL-UNZONED-COUNT
           MOVE WS-HISTORY-TONIGHT-COUNT   TO TL-HISTORY-TONIGHT
           MOVE WS-HISTORY-UNMATCHED-COUNT TO TL-HISTORY-UNMATCHED
           WRITE ZONE-REPORT-RECORD FROM WS-TOTAL-LINE

           PERFORM 5050-WRITE-AUDIT-RECORD

           IF WS-ZONE-FILE-STATUS NOT = "35"
               CLOSE ZONE-MASTER-FILE
           END-IF
           IF WS-SENSOR-MASTER-STATUS NOT = "35"
               CLOSE SENSOR-MASTER-FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = "35"
               CLOSE SENSOR-HISTORY-FILE
           END-IF
           CLOSE ZONE-REPORT-FILE

           SET RK-FUNCTION-END TO TRUE
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST.

       5050-WRITE-AUDIT-RECORD.
           MOVE "ZONEROLL"            TO AL-PROGRAM-NAME
           MOVE "NIGHTLY"             TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "SENSORS=" WS-SENSOR-COUNT
               " HISTORY=" WS-HISTORY-TONIGHT-COUNT
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           STRING "ZONES=" WS-ZONE-COUNT
               " FLAGGED=" WS-FLAGGED-ZONE-COUNT
               " UNZONED=" WS-UNZONED-COUNT
               DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION

           IF WS-FLAGGED-ZONE-COUNT > ZERO
                   OR WS-UNZONED-COUNT > ZERO
                   OR WS-DROPPED-SENSOR-COUNT > ZERO
               MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
           ELSE
               MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           END-IF

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.
