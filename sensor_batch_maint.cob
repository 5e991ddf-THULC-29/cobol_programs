      * rejected, 8 nothing applied) for COND gating.
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * ADD and CHANGE transactions now also carry the sensor's
      * zone (site, building and zone code), edited against the
      * zone master exactly as SENSMNT edits it online - the zone
      * must be on file and active.
      * ADD and CHANGE transactions now also carry the sensor's
      * data-quality limits (largest change between readings and
      * flatline minutes), as SENSMNT takes them online. A zero
      * limit is off.
      * A CHANGE that alters the calibration offset is now also
      * appended to the shared CALHIST calibration history, as an
      * online CHANGE is.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SM-SENSOR-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT ZONE-MASTER-FILE ASSIGN TO "ZONEMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZM-ZONE-ID
               FILE STATUS IS WS-ZONE-FILE-STATUS.

           SELECT APPLY-REGISTER-FILE ASSIGN TO "SAPPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

               SIGN IS LEADING SEPARATE CHARACTER.
           05  ST-SAFE-MAX-C           PIC S9(3)V9(2)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  ST-ZONE-ID              PIC X(12).
           05  ST-MAX-STEP-C           PIC 9(3)V9(2).
           05  ST-FLATLINE-MINUTES     PIC 9(4).

       FD  SENSOR-MASTER-FILE.
           COPY "sensor_master_record.cpy".

       FD  ZONE-MASTER-FILE.
           COPY "zone_master_record.cpy".

       FD  APPLY-REGISTER-FILE.
       01  APPLY-REGISTER-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "calibration_history_record.cpy".

       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-ZONE-FILE-STATUS         PIC XX.

       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  END-OF-TRANS-FILE           VALUE "Y".
           88  MASTER-RECORD-FOUND         VALUE "Y".

       01  WS-REJECT-REASON            PIC X(40).
       01  WS-OLD-CALIBRATION-OFFSET   PIC S9(3)V9(2).
       01  WS-AUDIT-STATUS             PIC X(10).
       01  WS-LAST-TRANSACTION         PIC X(10) VALUE SPACES.

               OPEN I-O SENSOR-MASTER-FILE
           END-IF

           OPEN INPUT  ZONE-MASTER-FILE
           OPEN INPUT  MAINT-TRANS-FILE
           OPEN OUTPUT APPLY-REGISTER-FILE

                   MOVE "SAFE MINIMUM MUST BE BELOW SAFE MAXIMUM"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF SENSOR-IS-VALID
               PERFORM 2060-VALIDATE-ZONE
           END-IF.

      * Same zone edit as 2060-VALIDATE-ZONE in SENSMNT.
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

       2100-APPLY-ADD.
               MOVE "SENSOR NOT ON FILE" TO WS-REJECT-REASON
               PERFORM 2800-REGISTER-REJECT
           ELSE
               MOVE SM-CALIBRATION-OFFSET
                   TO WS-OLD-CALIBRATION-OFFSET
               PERFORM 2500-MOVE-TRANS-TO-MASTER
               PERFORM 2050-VALIDATE-SENSOR
               IF SENSOR-IS-VALID
                           PERFORM 2800-REGISTER-REJECT
                       NOT INVALID KEY
                           PERFORM 2700-REGISTER-APPLIED
                           IF SM-CALIBRATION-OFFSET NOT =
                                   WS-OLD-CALIBRATION-OFFSET
                               PERFORM 2950-WRITE-CAL-HISTORY
                           END-IF
                   END-REWRITE
               ELSE
                   PERFORM 2800-REGISTER-REJECT
           MOVE ST-LOCATION           TO SM-LOCATION
           MOVE ST-CALIBRATION-OFFSET TO SM-CALIBRATION-OFFSET
           MOVE ST-SAFE-MIN-C         TO SM-SAFE-MIN-C
           MOVE ST-SAFE-MAX-C         TO SM-SAFE-MAX-C
           MOVE ST-ZONE-ID            TO SM-ZONE-ID
           MOVE ST-MAX-STEP-C         TO SM-MAX-STEP-C
           MOVE ST-FLATLINE-MINUTES   TO SM-FLATLINE-MINUTES.

       2700-REGISTER-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      * Writes one CALIBRATION-HISTORY-RECORD through the shared
      * CALHIST writer - the offset before and after, the business
      * date, the time of day and who made the change.
       2950-WRITE-CAL-HISTORY.
           MOVE SM-SENSOR-ID TO CH-SENSOR-ID
           MOVE PC-RUN-DATE  TO CH-CHANGE-DATE
           ACCEPT CH-CHANGE-TIME FROM TIME
           MOVE "SENSBATCH" TO CH-SOURCE-PROGRAM
           MOVE "SENSBRD" TO CH-OPERATOR-ID
           MOVE WS-OLD-CALIBRATION-OFFSET TO CH-OLD-OFFSET
           MOVE SM-CALIBRATION-OFFSET     TO CH-NEW-OFFSET
           CALL "CALHIST" USING CALIBRATION-HISTORY-RECORD.

      * The register balances back to the input: applied + rejected
      * must equal the records read, and the trailer says so either
      * way - a register that does not balance is called out loudly.

           CLOSE MAINT-TRANS-FILE
           CLOSE SENSOR-MASTER-FILE
           IF WS-ZONE-FILE-STATUS NOT = "35"
               CLOSE ZONE-MASTER-FILE
           END-IF
           CLOSE APPLY-REGISTER-FILE.

      * Graded completion code for COND gating: 0 = clean, 4 = some
