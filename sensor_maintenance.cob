      * The session now starts with an operator sign-on, and every
      * audit record written carries the operator's ID - an
      * incident review answers who as well as what.
      * ADD and CHANGE now also take the zone the sensor sits in
      * (site, building and zone code), which must be an active
      * zone on the zone master ZONEMNT maintains - the ZONEROLL
      * rollup reports each zone from its sensors. INQUIRE shows
      * the zone.
      * ADD and CHANGE now also take the sensor's data-quality
      * limits - the largest believable change between readings and
      * the minutes a repeated value may run before the sensor is
      * suspected stuck - which CELSIUSTOFAHRENHEIT screens each
      * reading against. Zero turns a limit off. INQUIRE shows both.
      * A CHANGE that alters the calibration offset is now also
      * appended to the shared CALHIST calibration history, offset
      * before and after, for the month-end COMPCERT certificate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SM-SENSOR-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT ZONE-MASTER-FILE ASSIGN TO "ZONEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZM-ZONE-ID
               FILE STATUS IS WS-ZONE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSOR-MASTER-FILE.
           COPY "sensor_master_record.cpy".

       FD  ZONE-MASTER-FILE.
           COPY "zone_master_record.cpy".

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "calibration_history_record.cpy".

       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-ZONE-FILE-STATUS         PIC XX.

       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-OLD-CALIBRATION-OFFSET   PIC S9(3)V9(2).

       01  WS-DONE-FLAG                PIC X VALUE "N".
           88  MAINTENANCE-DONE            VALUE "Y".
               OPEN OUTPUT SENSOR-MASTER-FILE
               CLOSE SENSOR-MASTER-FILE
               OPEN I-O SENSOR-MASTER-FILE
           END-IF
           OPEN INPUT ZONE-MASTER-FILE.

      * Every transaction this session writes to the audit trail
      * carries who keyed it - a blank sign-on is re-prompted, so
                   MOVE "SAFE MINIMUM MUST BE BELOW SAFE MAXIMUM"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF SENSOR-IS-VALID
               PERFORM 2060-VALIDATE-ZONE
           END-IF.

      * The sensor's zone must be on the zone master and active. No
      * zone master at all (FILE STATUS "35" on the OPEN) means no
      * zone has been set up yet, so no zone can be valid.
       2060-VALIDATE-ZONE.
           IF WS-ZONE-FILE-STATUS = "35"
               SET SENSOR-IS-INVALID TO TRUE
               MOVE "ZONE NOT ON ZONE MASTER" TO WS-REJECT-REASON
           ELSE
               MOVE SM-ZONE-ID TO ZM-ZONE-ID
               READ ZONE-MASTER-FILE
                   KEY IS ZM-ZONE-ID
                   INVALID KEY
                       SET SENSOR-IS-INVALID TO TRUE
                       MOVE "ZONE NOT ON ZONE MASTER"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF ZM-STATUS-RETIRED
                           SET SENSOR-IS-INVALID TO TRUE
                           MOVE "ZONE IS RETIRED" TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       2100-ADD-SENSOR.
               ACCEPT SM-SAFE-MIN-C
               DISPLAY "ENTER SAFE MAXIMUM C: "
               ACCEPT SM-SAFE-MAX-C
               DISPLAY "ENTER ZONE (SITE/BLDG/ZONE, 4+4+4): "
               ACCEPT SM-ZONE-ID
               DISPLAY "ENTER MAX CHANGE BETWEEN READINGS C: "
               ACCEPT SM-MAX-STEP-C
               DISPLAY "ENTER FLATLINE MINUTES: "
               ACCEPT SM-FLATLINE-MINUTES

               PERFORM 2050-VALIDATE-SENSOR

                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   MOVE SM-CALIBRATION-OFFSET
                       TO WS-OLD-CALIBRATION-OFFSET
                   DISPLAY "ENTER LOCATION: "
                   ACCEPT SM-LOCATION
                   DISPLAY "ENTER CALIBRATION OFFSET: "
                   ACCEPT SM-SAFE-MIN-C
                   DISPLAY "ENTER SAFE MAXIMUM C: "
                   ACCEPT SM-SAFE-MAX-C
                   DISPLAY "ENTER ZONE (SITE/BLDG/ZONE, 4+4+4): "
                   ACCEPT SM-ZONE-ID
                   DISPLAY "ENTER MAX CHANGE BETWEEN READINGS C: "
                   ACCEPT SM-MAX-STEP-C
                   DISPLAY "ENTER FLATLINE MINUTES: "
                   ACCEPT SM-FLATLINE-MINUTES

                   PERFORM 2050-VALIDATE-SENSOR

                               ADD 1 TO WS-CHANGE-COUNT
                               MOVE "COMPLETE" TO WS-AUDIT-STATUS
                               PERFORM 2900-WRITE-AUDIT-RECORD
                               IF SM-CALIBRATION-OFFSET NOT =
                                       WS-OLD-CALIBRATION-OFFSET
                                   PERFORM 2950-WRITE-CAL-HISTORY
                               END-IF
                       END-REWRITE
                   ELSE
                       DISPLAY "CHANGE REJECTED - " WS-REJECT-REASON
                   DISPLAY "CALIB OFFSET  = " SM-CALIBRATION-OFFSET
                   DISPLAY "SAFE MIN C    = " SM-SAFE-MIN-C
                   DISPLAY "SAFE MAX C    = " SM-SAFE-MAX-C
                   DISPLAY "ZONE          = " SM-ZONE-ID
                   DISPLAY "MAX STEP C    = " SM-MAX-STEP-C
                   DISPLAY "FLATLINE MINS = " SM-FLATLINE-MINUTES
                   DISPLAY "STATUS        = " SM-RECORD-STATUS
                   ADD 1 TO WS-INQUIRY-COUNT
           END-READ.

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      * Writes one CALIBRATION-HISTORY-RECORD through the shared
      * CALHIST writer - the offset before and after, the business
      * date, the time of day and who made the change.
       2950-WRITE-CAL-HISTORY.
           MOVE SM-SENSOR-ID TO CH-SENSOR-ID
           MOVE PC-RUN-DATE  TO CH-CHANGE-DATE
           ACCEPT CH-CHANGE-TIME FROM TIME
           MOVE "SENSMNT" TO CH-SOURCE-PROGRAM
           MOVE WS-OPERATOR-ID TO CH-OPERATOR-ID
           MOVE WS-OLD-CALIBRATION-OFFSET TO CH-OLD-OFFSET
           MOVE SM-CALIBRATION-OFFSET     TO CH-NEW-OFFSET
           CALL "CALHIST" USING CALIBRATION-HISTORY-RECORD.

       3000-FINALIZE.
           CLOSE SENSOR-MASTER-FILE
           IF WS-ZONE-FILE-STATUS NOT = "35"
               CLOSE ZONE-MASTER-FILE
           END-IF
           DISPLAY "ADDS=" WS-ADD-COUNT
           DISPLAY "CHANGES=" WS-CHANGE-COUNT
           DISPLAY "RETIRES=" WS-RETIRE-COUNT
