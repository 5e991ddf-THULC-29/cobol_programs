       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZONEMNT.

      * Modification history:
      * New program - online (terminal) maintenance transaction for
      * the indexed site/zone master, built on the same pattern as
      * SENSMNT. Supports ADD, CHANGE, RETIRE and INQUIRE
      * transactions against ZONE-MASTER-FILE, keyed by site,
      * building and zone code, so facilities can set up each cold
      * room and freezer with its required temperature range, the
      * tolerance its sensors may disagree by, and the responsible
      * contact. Every ADD, CHANGE and RETIRE - whether it completes
      * or is rejected - is appended to the shared audit trail
      * under the signed-on operator's ID; INQUIRE is a read-only
      * lookup and is not audited.
      * The required-range edit (minimum strictly below maximum)
      * and a tolerance above zero are enforced on ADD and CHANGE.
      * RETIRE is a soft delete, refused while any active sensor on
      * the sensor master is still placed in the zone - the sensors
      * are moved or retired first, so no live sensor is left in a
      * zone the nightly rollup no longer reports.
      * Ends with a graded RETURN-CODE (0 clean session, 4 one or
      * more transactions rejected), consistent with the batch
      * programs in the suite.

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
               FILE STATUS IS WS-SENSOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ZONE-MASTER-FILE.
           COPY "zone_master_record.cpy".

       FD  SENSOR-MASTER-FILE.
           COPY "sensor_master_record.cpy".

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".

       01  WS-ZONE-FILE-STATUS         PIC XX.
       01  WS-SENSOR-FILE-STATUS       PIC XX.

       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

       01  WS-DONE-FLAG                PIC X VALUE "N".
           88  MAINTENANCE-DONE            VALUE "Y".

       01  WS-TRANSACTION-CODE         PIC X(1).
           88  TRAN-ADD                    VALUE "A".
           88  TRAN-CHANGE                 VALUE "C".
           88  TRAN-RETIRE                 VALUE "R".
           88  TRAN-INQUIRE                VALUE "I".
           88  TRAN-EXIT                   VALUE "X".

       01  WS-INQUIRY-KEY              PIC X(12).

       01  WS-ADD-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-RETIRE-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-INQUIRY-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(5) VALUE ZERO.

       01  WS-LAST-TRANSACTION         PIC X(10) VALUE SPACES.

       01  WS-DUPLICATE-FLAG           PIC X VALUE "N".
           88  DUPLICATE-KEY-FOUND         VALUE "Y".

       01  WS-VALID-FLAG               PIC X VALUE "Y".
           88  ZONE-IS-VALID                VALUE "Y".
           88  ZONE-IS-INVALID              VALUE "N".

       01  WS-SENSOR-SWEEP-FLAG        PIC X VALUE "N".
           88  END-OF-SENSOR-SWEEP         VALUE "Y".
       01  WS-ZONE-SENSOR-COUNT        PIC 9(5) VALUE ZERO.

       01  WS-REJECT-REASON            PIC X(40).
       01  WS-AUDIT-STATUS             PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION UNTIL MAINTENANCE-DONE
           PERFORM 3000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * Graded completion code, consistent with the batch programs:
      * 0 = clean session, 4 = one or more transactions rejected.
       9000-SET-RETURN-CODE.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD
           PERFORM 1100-OPERATOR-SIGN-ON
           OPEN I-O ZONE-MASTER-FILE
           IF WS-ZONE-FILE-STATUS = "35"
               CLOSE ZONE-MASTER-FILE
               OPEN OUTPUT ZONE-MASTER-FILE
               CLOSE ZONE-MASTER-FILE
               OPEN I-O ZONE-MASTER-FILE
           END-IF
           OPEN INPUT SENSOR-MASTER-FILE.

      * Every transaction this session writes to the audit trail
      * carries who keyed it - a blank sign-on is re-prompted, so
      * the field can never arrive empty.
       1100-OPERATOR-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM 1150-PROMPT-OPERATOR-ID
               UNTIL WS-OPERATOR-ID NOT = SPACES.

       1150-PROMPT-OPERATOR-ID.
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID.

       2000-PROCESS-TRANSACTION.
           DISPLAY "SITE/ZONE MASTER MAINTENANCE"
           DISPLAY "A=ADD  C=CHANGE  R=RETIRE  I=INQUIRE  X=EXIT"
           DISPLAY "ENTER TRANSACTION CODE: "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM 2100-ADD-ZONE
               WHEN TRAN-CHANGE
                   PERFORM 2200-CHANGE-ZONE
               WHEN TRAN-RETIRE
                   PERFORM 2300-RETIRE-ZONE
               WHEN TRAN-INQUIRE
                   PERFORM 2400-INQUIRE-ZONE
               WHEN TRAN-EXIT
                   SET MAINTENANCE-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       2050-VALIDATE-ZONE.
           SET ZONE-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF ZM-SITE-CODE = SPACES
                   OR ZM-BUILDING-CODE = SPACES
                   OR ZM-ZONE-CODE = SPACES
               SET ZONE-IS-INVALID TO TRUE
               MOVE "SITE, BUILDING AND ZONE MUST NOT BE BLANK"
                   TO WS-REJECT-REASON
           END-IF

           IF ZONE-IS-VALID
               IF ZM-ZONE-NAME = SPACES
                   SET ZONE-IS-INVALID TO TRUE
                   MOVE "ZONE NAME MUST NOT BE BLANK"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF ZONE-IS-VALID
               IF ZM-REQUIRED-MIN-C NOT LESS THAN ZM-REQUIRED-MAX-C
                   SET ZONE-IS-INVALID TO TRUE
                   MOVE "REQUIRED MINIMUM MUST BE BELOW MAXIMUM"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF ZONE-IS-VALID
               IF ZM-AGREE-TOLERANCE-C NOT > ZERO
                   SET ZONE-IS-INVALID TO TRUE
                   MOVE "TOLERANCE MUST BE GREATER THAN ZERO"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF ZONE-IS-VALID
               IF ZM-CONTACT-NAME = SPACES
                   SET ZONE-IS-INVALID TO TRUE
                   MOVE "CONTACT MUST NOT BE BLANK"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2080-ACCEPT-ZONE-FIELDS.
           DISPLAY "ENTER ZONE NAME: "
           ACCEPT ZM-ZONE-NAME
           DISPLAY "ENTER REQUIRED MINIMUM C: "
           ACCEPT ZM-REQUIRED-MIN-C
           DISPLAY "ENTER REQUIRED MAXIMUM C: "
           ACCEPT ZM-REQUIRED-MAX-C
           DISPLAY "ENTER SENSOR AGREEMENT TOLERANCE C: "
           ACCEPT ZM-AGREE-TOLERANCE-C
           DISPLAY "ENTER RESPONSIBLE CONTACT: "
           ACCEPT ZM-CONTACT-NAME
           DISPLAY "ENTER CONTACT PHONE: "
           ACCEPT ZM-CONTACT-PHONE.

       2090-ACCEPT-ZONE-KEY.
           DISPLAY "ENTER SITE CODE: "
           ACCEPT ZM-SITE-CODE
           DISPLAY "ENTER BUILDING CODE: "
           ACCEPT ZM-BUILDING-CODE
           DISPLAY "ENTER ZONE CODE: "
           ACCEPT ZM-ZONE-CODE
           MOVE ZM-ZONE-ID TO WS-INQUIRY-KEY.

       2100-ADD-ZONE.
           MOVE "ADD" TO WS-LAST-TRANSACTION
           MOVE "N" TO WS-DUPLICATE-FLAG
           PERFORM 2090-ACCEPT-ZONE-KEY

           READ ZONE-MASTER-FILE
               KEY IS ZM-ZONE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ZONE ALREADY ON FILE - USE CHANGE"
                   ADD 1 TO WS-REJECT-COUNT
                   SET DUPLICATE-KEY-FOUND TO TRUE
                   MOVE "ZONE ALREADY ON FILE" TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
           END-READ

           IF NOT DUPLICATE-KEY-FOUND
               MOVE WS-INQUIRY-KEY TO ZM-ZONE-ID
               PERFORM 2080-ACCEPT-ZONE-FIELDS

               PERFORM 2050-VALIDATE-ZONE

               IF ZONE-IS-VALID
                   SET ZM-STATUS-ACTIVE TO TRUE

                   WRITE ZONE-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "ADD FAILED - STATUS="
                               WS-ZONE-FILE-STATUS
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE "WRITE FAILED" TO WS-REJECT-REASON
                           MOVE "REJECTED" TO WS-AUDIT-STATUS
                           PERFORM 2900-WRITE-AUDIT-RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-COUNT
                           MOVE "COMPLETE" TO WS-AUDIT-STATUS
                           PERFORM 2900-WRITE-AUDIT-RECORD
                   END-WRITE
               ELSE
                   DISPLAY "ADD REJECTED - " WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

       2200-CHANGE-ZONE.
           MOVE "CHANGE" TO WS-LAST-TRANSACTION
           PERFORM 2090-ACCEPT-ZONE-KEY

           READ ZONE-MASTER-FILE
               KEY IS ZM-ZONE-ID
               INVALID KEY
                   DISPLAY "ZONE NOT ON FILE"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "ZONE NOT ON FILE" TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   PERFORM 2080-ACCEPT-ZONE-FIELDS

                   PERFORM 2050-VALIDATE-ZONE

                   IF ZONE-IS-VALID
                       REWRITE ZONE-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "CHANGE FAILED - STATUS="
                                   WS-ZONE-FILE-STATUS
                               ADD 1 TO WS-REJECT-COUNT
                               MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                               MOVE "REJECTED" TO WS-AUDIT-STATUS
                               PERFORM 2900-WRITE-AUDIT-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-CHANGE-COUNT
                               MOVE "COMPLETE" TO WS-AUDIT-STATUS
                               PERFORM 2900-WRITE-AUDIT-RECORD
                       END-REWRITE
                   ELSE
                       DISPLAY "CHANGE REJECTED - " WS-REJECT-REASON
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE "REJECTED" TO WS-AUDIT-STATUS
                       PERFORM 2900-WRITE-AUDIT-RECORD
                   END-IF
           END-READ.

       2300-RETIRE-ZONE.
           MOVE "RETIRE" TO WS-LAST-TRANSACTION
           PERFORM 2090-ACCEPT-ZONE-KEY

           READ ZONE-MASTER-FILE
               KEY IS ZM-ZONE-ID
               INVALID KEY
                   DISPLAY "ZONE NOT ON FILE"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "ZONE NOT ON FILE" TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   PERFORM 2350-COUNT-ZONE-SENSORS
                   IF WS-ZONE-SENSOR-COUNT > ZERO
                       DISPLAY "RETIRE REJECTED - ACTIVE SENSORS IN "
                           "ZONE=" WS-ZONE-SENSOR-COUNT
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE "ZONE STILL HAS ACTIVE SENSORS"
                           TO WS-REJECT-REASON
                       MOVE "REJECTED" TO WS-AUDIT-STATUS
                       PERFORM 2900-WRITE-AUDIT-RECORD
                   ELSE
                       PERFORM 2380-REWRITE-RETIRED-ZONE
                   END-IF
           END-READ.

      * Counts the active sensors still placed in the zone - one
      * sweep of the sensor master. No sensor master means no
      * sensors.
       2350-COUNT-ZONE-SENSORS.
           MOVE ZERO TO WS-ZONE-SENSOR-COUNT
           IF WS-SENSOR-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-SENSOR-SWEEP-FLAG
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
               PERFORM 2360-TEST-ONE-SENSOR
                   UNTIL END-OF-SENSOR-SWEEP
           END-IF.

       2360-TEST-ONE-SENSOR.
           IF SM-STATUS-ACTIVE
                   AND SM-ZONE-ID = ZM-ZONE-ID
               ADD 1 TO WS-ZONE-SENSOR-COUNT
           END-IF

           READ SENSOR-MASTER-FILE NEXT
               AT END SET END-OF-SENSOR-SWEEP TO TRUE
           END-READ.

       2380-REWRITE-RETIRED-ZONE.
           SET ZM-STATUS-RETIRED TO TRUE
           REWRITE ZONE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "RETIRE FAILED - STATUS="
                       WS-ZONE-FILE-STATUS
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-RETIRE-COUNT
                   MOVE "COMPLETE" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
           END-REWRITE.

       2400-INQUIRE-ZONE.
           MOVE "INQUIRE" TO WS-LAST-TRANSACTION
           PERFORM 2090-ACCEPT-ZONE-KEY

           READ ZONE-MASTER-FILE
               KEY IS ZM-ZONE-ID
               INVALID KEY
                   DISPLAY "ZONE NOT ON FILE"
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM 2350-COUNT-ZONE-SENSORS
                   DISPLAY "SITE          = " ZM-SITE-CODE
                   DISPLAY "BUILDING      = " ZM-BUILDING-CODE
                   DISPLAY "ZONE          = " ZM-ZONE-CODE
                   DISPLAY "ZONE NAME     = " ZM-ZONE-NAME
                   DISPLAY "REQUIRED MIN  = " ZM-REQUIRED-MIN-C
                   DISPLAY "REQUIRED MAX  = " ZM-REQUIRED-MAX-C
                   DISPLAY "TOLERANCE C   = " ZM-AGREE-TOLERANCE-C
                   DISPLAY "CONTACT       = " ZM-CONTACT-NAME
                   DISPLAY "PHONE         = " ZM-CONTACT-PHONE
                   DISPLAY "STATUS        = " ZM-RECORD-STATUS
                   DISPLAY "ACTIVE SENSORS= " WS-ZONE-SENSOR-COUNT
                   ADD 1 TO WS-INQUIRY-COUNT
           END-READ.

       2900-WRITE-AUDIT-RECORD.
           MOVE "ZONEMNT"            TO AL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID       TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "TRAN=" WS-LAST-TRANSACTION " ZONE=" WS-INQUIRY-KEY
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           IF WS-AUDIT-STATUS = "COMPLETE"
               STRING "NAME=" ZM-ZONE-NAME
                   DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
           ELSE
               STRING "REASON=" WS-REJECT-REASON
                   DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
           END-IF

           MOVE WS-AUDIT-STATUS TO AL-COMPLETION-STATUS

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

       3000-FINALIZE.
           CLOSE ZONE-MASTER-FILE
           IF WS-SENSOR-FILE-STATUS NOT = "35"
               CLOSE SENSOR-MASTER-FILE
           END-IF
           DISPLAY "ADDS=" WS-ADD-COUNT
           DISPLAY "CHANGES=" WS-CHANGE-COUNT
           DISPLAY "RETIRES=" WS-RETIRE-COUNT
           DISPLAY "INQUIRIES=" WS-INQUIRY-COUNT
           DISPLAY "REJECTS=" WS-REJECT-COUNT.
