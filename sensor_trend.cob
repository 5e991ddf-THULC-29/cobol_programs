      * counted; the flag on the trend report still stands.
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * Each day slot now also keeps the sensor-day's accepted and
      * quality-suspect reading counts from SENSHIST. A drifting
      * sensor whose history on hand is mostly quality-suspect
      * readings is still flagged, as DATA SUSPECT, but gets no
      * calibration proposal - the "drift" is as likely a failing
      * sensor as a calibration that has wandered, and recalibrating
      * a failing sensor only hides it. These are counted on the
      * report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-PROPOSAL-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-NO-PROPOSAL-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-PROPOSED-OFFSET          PIC S9(4)V9(2).
       01  WS-DATA-SUSPECT-COUNT       PIC 9(3) VALUE ZERO.

       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  END-OF-HISTORY-FILE         VALUE "Y".
       01  WS-DRIFT-THRESHOLD          PIC 9(3)V99 VALUE 5.00.
       01  WS-TREND-DAYS               PIC 9(2) VALUE 7.
       01  WS-BASELINE-DAYS            PIC 9(2) VALUE 30.
       01  WS-SUSPECT-PERCENT-LIMIT    PIC 9(3) VALUE 50.

       01  WS-MAX-SENSORS              PIC 9(3) VALUE 100.

      * One row per sensor, holding its most recent 30 daily
      * averages in arrival order - slot 1 oldest, slot
      * ST-DAY-COUNT newest. The history file is appended run by
      * run, so arrival order is date order. Each day's accepted and
      * quality-suspect reading counts ride in the same slot.
       01  WS-SENSOR-TABLE.
           05  WS-SENSOR-ENTRY OCCURS 100 TIMES.
               10  ST-SENSOR-ID        PIC X(6).
               10  ST-DAY-COUNT        PIC 9(3).
               10  ST-DAY-AVG          PIC S9(3)V9(2)
                   OCCURS 30 TIMES.
               10  ST-DAY-READINGS     PIC 9(5)
                   OCCURS 30 TIMES.
               10  ST-DAY-SUSPECTS     PIC 9(5)
                   OCCURS 30 TIMES.

       01  I                           PIC 9(3).
       01  J                           PIC 9(3).
       01  WS-AVG-30-DAY               PIC S9(3)V9(2).
       01  WS-DRIFT                    PIC S9(4)V9(2).
       01  WS-DRIFT-ABS                PIC 9(4)V9(2).
       01  WS-WINDOW-READINGS          PIC 9(7).
       01  WS-WINDOW-SUSPECTS          PIC 9(7).

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(22) VALUE
           05  TFL-DROPPED-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE " **".

       01  WS-DATA-SUSPECT-LINE.
           05  FILLER                  PIC X(50) VALUE
               "DRIFT FLAGS ON MOSTLY SUSPECT DATA - NO PROPOSAL=".
           05  DSL-SUSPECT-COUNT       PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
                       UNTIL J NOT LESS THAN WS-BASELINE-DAYS
                   MOVE ST-DAY-AVG (WS-ENTRY-SUB, J + 1)
                       TO ST-DAY-AVG (WS-ENTRY-SUB, J)
                   MOVE ST-DAY-READINGS (WS-ENTRY-SUB, J + 1)
                       TO ST-DAY-READINGS (WS-ENTRY-SUB, J)
                   MOVE ST-DAY-SUSPECTS (WS-ENTRY-SUB, J + 1)
                       TO ST-DAY-SUSPECTS (WS-ENTRY-SUB, J)
               END-PERFORM
           END-IF

           MOVE SH-CELSIUS-AVG
               TO ST-DAY-AVG (WS-ENTRY-SUB,
                   ST-DAY-COUNT (WS-ENTRY-SUB))
           MOVE SH-READING-COUNT
               TO ST-DAY-READINGS (WS-ENTRY-SUB,
                   ST-DAY-COUNT (WS-ENTRY-SUB))
           MOVE SH-SUSPECT-COUNT
               TO ST-DAY-SUSPECTS (WS-ENTRY-SUB,
                   ST-DAY-COUNT (WS-ENTRY-SUB)).

       3000-PRINT-TREND-REPORT.
               WRITE TREND-REPORT-RECORD FROM WS-TABLE-FULL-LINE
           END-IF

           IF WS-DATA-SUSPECT-COUNT > ZERO
               MOVE WS-DATA-SUSPECT-COUNT TO DSL-SUSPECT-COUNT
               WRITE TREND-REPORT-RECORD FROM WS-DATA-SUSPECT-LINE
           END-IF

           MOVE WS-HISTORY-READ-COUNT TO TL-HISTORY-COUNT
           MOVE WS-SENSOR-COUNT       TO TL-SENSOR-COUNT
           MOVE WS-FLAGGED-COUNT      TO TL-FLAGGED-COUNT

               IF WS-DRIFT-ABS > WS-DRIFT-THRESHOLD
                   ADD 1 TO WS-FLAGGED-COUNT
                   PERFORM 3300-TOTAL-WINDOW-QUALITY
                   IF WS-WINDOW-SUSPECTS * 100 >
                           (WS-WINDOW-READINGS + WS-WINDOW-SUSPECTS)
                               * WS-SUSPECT-PERCENT-LIMIT
                       ADD 1 TO WS-DATA-SUSPECT-COUNT
                       MOVE "** DRIFT - DATA SUSPECT **"
                           TO TRL-STATUS
                   ELSE
                       MOVE "** DRIFT - CHECK SENSOR **"
                           TO TRL-STATUS
                       PERFORM 3150-WRITE-CAL-PROPOSAL
                   END-IF
               ELSE
                   MOVE SPACES TO TRL-STATUS
               END-IF
                   WS-AVG-TOTAL / ST-DAY-COUNT (I)
           END-IF.

      * Accepted and quality-suspect readings across every day slot
      * on hand for the sensor - the same window the 30-day
      * baseline is averaged over.
       3300-TOTAL-WINDOW-QUALITY.
           MOVE ZERO TO WS-WINDOW-READINGS
           MOVE ZERO TO WS-WINDOW-SUSPECTS
           PERFORM 3350-ADD-DAY-QUALITY
               VARYING J FROM 1 BY 1 UNTIL J > ST-DAY-COUNT (I).

       3350-ADD-DAY-QUALITY.
           ADD ST-DAY-READINGS (I, J) TO WS-WINDOW-READINGS
           ADD ST-DAY-SUSPECTS (I, J) TO WS-WINDOW-SUSPECTS.

       4000-FINALIZE.
           PERFORM 4050-WRITE-AUDIT-RECORD

