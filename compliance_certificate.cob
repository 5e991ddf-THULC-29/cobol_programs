       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPCERT.

      * Modification history:
      * New program - month-end temperature compliance certificate,
      * one per sensor, for the food-safety and pharma customers
      * who need a signed monthly record that each controlled space
      * held its range. Run after the last nightly of the month on
      * that night's card, so PC-RUN-DATE is the month's last day
      * and its day of month is the number of days in the month.
      * Every sensor-day summary on SENSHIST for the month is posted
      * to its sensor: days reported (and, day by day, which days
      * are missing), readings in and out of the sensor's safe
      * range as CELSIUSTOFAHRENHEIT counted them, the percentage in
      * range, the month's high and low, and the longest out-of-
      * range excursion with its date and start time. Each
      * certificate lists every CRITICAL alert raised on the sensor
      * in the month from the incident register (out of range and
      * silent - an incident open or seen at any time in the month)
      * and every calibration change applied in the month from the
      * CALHIST calibration history, with its date, program and
      * operator. A certificate is clean when every day reported,
      * no reading fell outside the range and the day's in-range
      * plus out-of-range readings tie back to the nightly accepted
      * plus quality-suspect counts; anything else prints as
      * exceptions for the reviewer to explain before signing.
      * Active sensors are certified whether or not they reported -
      * a sensor silent all month gets a certificate that says so -
      * and a retired sensor is certified for the days it reported.
      * The archive extract CERTEXT carries a header, one detail per
      * sensor-day in the month, one summary per certificate and a
      * trailer with control totals. The control report proves the
      * readings in the month on SENSHIST (the nightly counts) to
      * the readings certified plus those of sensor-days that could
      * not be certified (sensor not on the master, or beyond the
      * sensor table), and proves the extract to the same total.
      * Checks in with the shared RUNCTL run-control keeper at
      * initialize and end of job, and ends with a call to AUDITLOG
      * and a graded RETURN-CODE (0 = every certificate clean, 4 =
      * certificates with exceptions or sensor-days not certified,
      * 8 = the run date failed the calendar check and nothing was
      * produced, 12 = the readings do not prove - do not archive
      * the extract).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSOR-MASTER-FILE ASSIGN TO "SENSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SENSOR-ID
               FILE STATUS IS WS-SENSOR-MASTER-STATUS.

           SELECT SENSOR-HISTORY-FILE ASSIGN TO "SENSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT INCIDENT-FILE ASSIGN TO "INCMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-INCIDENT-ID
               FILE STATUS IS WS-INCIDENT-FILE-STATUS.

           SELECT CAL-HISTORY-FILE ASSIGN TO "CALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT CERTIFICATE-FILE ASSIGN TO "CERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CERT-EXTRACT-FILE ASSIGN TO "CERTEXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSOR-MASTER-FILE.
           COPY "sensor_master_record.cpy".

       FD  SENSOR-HISTORY-FILE.
           COPY "sensor_history_record.cpy".

       FD  INCIDENT-FILE.
           COPY "incident_record.cpy".

       FD  CAL-HISTORY-FILE.
           COPY "calibration_history_record.cpy".

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-RECORD          PIC X(100).

       FD  CERT-EXTRACT-FILE.
       01  CERT-EXTRACT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "run_control_record.cpy".
           COPY "date_calc.cpy".

       01  WS-SENSOR-MASTER-STATUS     PIC XX.
       01  WS-HISTORY-FILE-STATUS      PIC XX.
       01  WS-INCIDENT-FILE-STATUS     PIC XX.
       01  WS-CAL-FILE-STATUS          PIC XX.

       01  WS-HISTORY-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-HISTORY-FILE         VALUE "Y".

       01  WS-SENSOR-SWEEP-FLAG        PIC X VALUE "N".
           88  END-OF-SENSOR-SWEEP         VALUE "Y".

       01  WS-CAL-EOF-FLAG             PIC X VALUE "N".
           88  END-OF-CAL-HISTORY          VALUE "Y".

       01  WS-INCIDENT-SWEEP-FLAG      PIC X VALUE "N".
           88  END-OF-INCIDENT-SWEEP       VALUE "Y".

       01  WS-RUN-DATE-FLAG            PIC X VALUE "Y".
           88  RUN-DATE-IS-VALID           VALUE "Y".
           88  RUN-DATE-IS-INVALID         VALUE "N".

       01  WS-PROOF-FLAG               PIC X VALUE "Y".
           88  READINGS-PROVE              VALUE "Y".
           88  READINGS-DO-NOT-PROVE       VALUE "N".

      * The month is the calendar month of the run date - the first
      * of the month through the run date itself.
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM           PIC 9(6).
           05  WS-RUN-DD               PIC 9(2).
       01  WS-MONTH-START-DATE         PIC 9(8).
       01  WS-DAYS-IN-MONTH            PIC 9(2).

       01  WS-HISTORY-DATE             PIC 9(8).
       01  WS-HISTORY-DATE-PARTS REDEFINES WS-HISTORY-DATE.
           05  WS-HISTORY-YYYYMM       PIC 9(6).
           05  WS-HISTORY-DD           PIC 9(2).

       01  WS-MAX-SENSORS              PIC 9(3) VALUE 500.
       01  WS-SENSOR-COUNT             PIC 9(3) VALUE ZERO.

      * One row per sensor on the sensor master, in key order, with
      * the month's sensor-days posted to it. ST-DAY-MAP holds one
      * byte per day of the month - R reported, a dash not.
       01  WS-SENSOR-TABLE.
           05  WS-SENSOR-ENTRY OCCURS 500 TIMES.
               10  ST-SENSOR-ID        PIC X(6).
               10  ST-LOCATION         PIC X(20).
               10  ST-ZONE-ID          PIC X(12).
               10  ST-RECORD-STATUS    PIC X(1).
                   88  ST-STATUS-ACTIVE    VALUE "A".
               10  ST-SAFE-MIN-C       PIC S9(3)V9(2).
               10  ST-SAFE-MAX-C       PIC S9(3)V9(2).
               10  ST-DAYS-REPORTED    PIC 9(2).
               10  ST-DAY-MAP          PIC X(31).
               10  ST-DAY-FLAG REDEFINES ST-DAY-MAP
                                       PIC X(1) OCCURS 31 TIMES.
               10  ST-IN-RANGE         PIC 9(7).
               10  ST-OUT-OF-RANGE     PIC 9(7).
               10  ST-SUSPECT          PIC 9(7).
               10  ST-UNTIED-DAYS      PIC 9(2).
               10  ST-CELSIUS-HIGH     PIC S9(3)V9(2).
               10  ST-CELSIUS-LOW      PIC S9(3)V9(2).
               10  ST-LONGEST-SECONDS  PIC 9(5).
               10  ST-LONGEST-DATE     PIC 9(8).
               10  ST-LONGEST-START    PIC X(6).

      * The month's calibration changes off CALHIST, in the order
      * they were made.
       01  WS-MAX-CAL-CHANGES          PIC 9(3) VALUE 200.
       01  WS-CAL-CHANGE-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-CAL-TABLE-FULL-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 200 TIMES.
               10  CT-SENSOR-ID        PIC X(6).
               10  CT-CHANGE-DATE      PIC 9(8).
               10  CT-CHANGE-TIME      PIC 9(8).
               10  CT-SOURCE-PROGRAM   PIC X(10).
               10  CT-OPERATOR-ID      PIC X(8).
               10  CT-OLD-OFFSET       PIC S9(3)V9(2).
               10  CT-NEW-OFFSET       PIC S9(3)V9(2).

       01  WS-SUB                      PIC 9(3).
       01  WS-ENTRY-SUB                PIC 9(3).
       01  WS-CAL-SUB                  PIC 9(3).
       01  WS-DAY-SUB                  PIC 9(2).

       01  WS-SENSOR-READINGS          PIC 9(7).
       01  WS-DAYS-MISSING             PIC 9(2).
       01  WS-PERCENT-IN-RANGE         PIC 9(3)V9(2).
       01  WS-SENSOR-ALERTS            PIC 9(3).
       01  WS-SENSOR-CAL-CHANGES       PIC 9(3).
       01  WS-CONDITION-CODE           PIC X(2).

       01  WS-CERT-CLEAN-FLAG          PIC X VALUE "Y".
           88  CERTIFICATE-IS-CLEAN        VALUE "Y".
           88  CERTIFICATE-HAS-EXCEPTIONS  VALUE "N".

      * Control totals. The nightly side is taken from every
      * sensor-day in the month as it is read; the certified side
      * from the in-range and out-of-range counts as they are
      * posted to a certificate.
       01  WS-HISTORY-READ-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-HISTORY-MONTH-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-NIGHTLY-READINGS         PIC 9(9) VALUE ZERO.
       01  WS-CERTIFIED-READINGS       PIC 9(9) VALUE ZERO.
       01  WS-UNCERTIFIED-DAYS         PIC 9(7) VALUE ZERO.
       01  WS-UNCERTIFIED-READINGS     PIC 9(9) VALUE ZERO.
       01  WS-DROPPED-SENSOR-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-CERTIFICATE-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-CERT-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-EXTRACT-DETAIL-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-EXTRACT-DETAIL-READINGS  PIC 9(9) VALUE ZERO.
       01  WS-EXTRACT-SUMMARY-READINGS PIC 9(9) VALUE ZERO.
       01  WS-PROOF-RIGHT-READINGS     PIC 9(9) VALUE ZERO.
       01  WS-DAY-READINGS             PIC 9(7).

      * Archive extract layouts - header, sensor-day detail,
      * certificate summary and trailer, all 100 bytes, told apart
      * by the record type in the first byte.
       01  WS-EXTRACT-HEADER.
           05  XH-RECORD-TYPE          PIC X(1) VALUE "H".
           05  XH-MONTH-START-DATE     PIC 9(8).
           05  XH-MONTH-END-DATE       PIC 9(8).
           05  XH-BATCH-NUMBER         PIC 9(7).
           05  XH-PROGRAM-NAME         PIC X(8) VALUE "COMPCERT".
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  WS-EXTRACT-DETAIL.
           05  XD-RECORD-TYPE          PIC X(1) VALUE "D".
           05  XD-SENSOR-ID            PIC X(6).
           05  XD-RUN-DATE             PIC 9(8).
           05  XD-READING-COUNT        PIC 9(5).
           05  XD-SUSPECT-COUNT        PIC 9(5).
           05  XD-IN-RANGE-COUNT       PIC 9(5).
           05  XD-OUT-OF-RANGE-COUNT   PIC 9(5).
           05  XD-CELSIUS-HIGH         PIC S9(3)V9(2)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  XD-CELSIUS-LOW          PIC S9(3)V9(2)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  XD-CELSIUS-AVG          PIC S9(3)V9(2)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  XD-LONGEST-EXC-SECONDS  PIC 9(5).
           05  XD-LONGEST-EXC-START    PIC X(6).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-EXTRACT-SUMMARY.
           05  XS-RECORD-TYPE          PIC X(1) VALUE "S".
           05  XS-SENSOR-ID            PIC X(6).
           05  XS-LOCATION             PIC X(20).
           05  XS-ZONE-ID              PIC X(12).
           05  XS-DAYS-REPORTED        PIC 9(2).
           05  XS-DAYS-MISSING         PIC 9(2).
           05  XS-READING-COUNT        PIC 9(7).
           05  XS-IN-RANGE-COUNT       PIC 9(7).
           05  XS-OUT-OF-RANGE-COUNT   PIC 9(7).
           05  XS-PERCENT-IN-RANGE     PIC 9(3)V9(2).
           05  XS-LONGEST-EXC-SECONDS  PIC 9(5).
           05  XS-LONGEST-EXC-DATE     PIC 9(8).
           05  XS-ALERT-COUNT          PIC 9(3).
           05  XS-CAL-CHANGE-COUNT     PIC 9(3).
           05  XS-RESULT               PIC X(1).
               88  XS-RESULT-CLEAN         VALUE "C".
               88  XS-RESULT-EXCEPTIONS    VALUE "E".
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-EXTRACT-TRAILER.
           05  XT-RECORD-TYPE          PIC X(1) VALUE "T".
           05  XT-DETAIL-COUNT         PIC 9(7).
           05  XT-DETAIL-READINGS      PIC 9(9).
           05  XT-SUMMARY-COUNT        PIC 9(5).
           05  XT-SUMMARY-READINGS     PIC 9(9).
           05  XT-UNCERTIFIED-READINGS PIC 9(9).
           05  FILLER                  PIC X(60) VALUE SPACES.

      * Certificate lines.
       01  WS-CERT-HEADING.
           05  FILLER                  PIC X(37) VALUE
               "TEMPERATURE COMPLIANCE CERTIFICATE".
           05  FILLER                  PIC X(8) VALUE "PERIOD: ".
           05  HD-MONTH-START          PIC 9(8).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  HD-MONTH-END            PIC 9(8).

       01  WS-CERT-SENSOR-LINE.
           05  FILLER                  PIC X(8) VALUE "SENSOR: ".
           05  CS-SENSOR-ID            PIC X(6).
           05  FILLER                  PIC X(12) VALUE "  LOCATION: ".
           05  CS-LOCATION             PIC X(20).
           05  FILLER                  PIC X(8) VALUE "  ZONE: ".
           05  CS-ZONE-ID              PIC X(12).
           05  FILLER                  PIC X(16) VALUE
               "  SAFE RANGE C: ".
           05  CS-SAFE-MIN-C           PIC -ZZ9.99.
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  CS-SAFE-MAX-C           PIC -ZZ9.99.

       01  WS-CERT-RETIRED-LINE        PIC X(50) VALUE
           "SENSOR RETIRED - CERTIFIED FOR THE DAYS REPORTED".

       01  WS-CERT-DAYS-LINE.
           05  FILLER                  PIC X(15) VALUE
               "DAYS IN MONTH: ".
           05  CD-DAYS-IN-MONTH        PIC Z9.
           05  FILLER                  PIC X(17) VALUE
               "  DAYS REPORTED: ".
           05  CD-DAYS-REPORTED        PIC Z9.
           05  FILLER                  PIC X(16) VALUE
               "  DAYS MISSING: ".
           05  CD-DAYS-MISSING         PIC Z9.

       01  WS-CERT-DAY-MAP-LINE.
           05  FILLER                  PIC X(36) VALUE
               "DAY BY DAY (R=REPORTED, -=MISSING): ".
           05  CM-DAY-MAP              PIC X(31).

       01  WS-CERT-READINGS-LINE.
           05  FILLER                  PIC X(10) VALUE "READINGS: ".
           05  CR-READINGS             PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  IN RANGE: ".
           05  CR-IN-RANGE             PIC ZZZZZZ9.
           05  FILLER                  PIC X(16) VALUE
               "  OUT OF RANGE: ".
           05  CR-OUT-OF-RANGE         PIC ZZZZZZ9.
           05  FILLER                  PIC X(22) VALUE
               "  PERCENT IN RANGE: ".
           05  CR-PERCENT-IN-RANGE     PIC ZZ9.99.

       01  WS-CERT-QUALITY-LINE.
           05  FILLER                  PIC X(28) VALUE
               "OF WHICH QUALITY-SUSPECT: ".
           05  CQ-SUSPECT              PIC ZZZZZZ9.
           05  FILLER                  PIC X(16) VALUE
               "  MONTH HIGH C: ".
           05  CQ-HIGH                 PIC -ZZ9.99.
           05  FILLER                  PIC X(9) VALUE "  LOW C: ".
           05  CQ-LOW                  PIC -ZZ9.99.

       01  WS-CERT-EXCURSION-LINE.
           05  FILLER                  PIC X(32) VALUE
               "LONGEST OUT-OF-RANGE EXCURSION: ".
           05  CE-SECONDS              PIC ZZZZ9.
           05  FILLER                  PIC X(8) VALUE " SEC ON ".
           05  CE-DATE                 PIC 9(8).
           05  FILLER                  PIC X(12) VALUE
               " STARTING AT".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CE-START                PIC X(6).

       01  WS-CERT-NO-EXCURSION-LINE   PIC X(40) VALUE
           "LONGEST OUT-OF-RANGE EXCURSION: NONE".

       01  WS-CERT-UNTIED-LINE.
           05  FILLER                  PIC X(45) VALUE
               "** READINGS DO NOT TIE TO NIGHTLY COUNTS ON ".
           05  CU-UNTIED-DAYS          PIC Z9.
           05  FILLER                  PIC X(8) VALUE " DAYS **".

       01  WS-ALERT-HEADING            PIC X(40) VALUE
           "CRITICAL ALERTS RAISED IN THE MONTH:".

       01  WS-ALERT-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AL1-CONDITION-CODE      PIC X(2).
           05  FILLER                  PIC X(1) VALUE "-".
           05  AL1-ITEM-KEY            PIC X(6).
           05  FILLER                  PIC X(1) VALUE "-".
           05  AL1-OCCURRENCE          PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AL1-CONDITION-TEXT      PIC X(13).
           05  FILLER                  PIC X(7) VALUE " FIRST ".
           05  AL1-FIRST-RAISED        PIC 9(8).
           05  FILLER                  PIC X(6) VALUE " LAST ".
           05  AL1-LAST-SEEN           PIC 9(8).
           05  FILLER                  PIC X(7) VALUE " TIMES ".
           05  AL1-TIMES-SEEN          PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AL1-STATUS              PIC X(12).

       01  WS-ALERT-DETAIL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  AD-DETAIL               PIC X(91).

       01  WS-NONE-LINE                PIC X(6) VALUE "  NONE".

       01  WS-NO-REGISTER-LINE         PIC X(40) VALUE
           "  ** INCIDENT REGISTER NOT AVAILABLE **".

       01  WS-CAL-HEADING              PIC X(40) VALUE
           "CALIBRATION CHANGES IN THE MONTH:".

       01  WS-CAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CC-CHANGE-DATE          PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CC-CHANGE-TIME          PIC X(6).
           05  FILLER                  PIC X(4) VALUE " BY ".
           05  CC-SOURCE-PROGRAM       PIC X(10).
           05  FILLER                  PIC X(10) VALUE " OPERATOR ".
           05  CC-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(8) VALUE " OFFSET ".
           05  CC-OLD-OFFSET           PIC -ZZ9.99.
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  CC-NEW-OFFSET           PIC -ZZ9.99.

       01  WS-CAL-TABLE-FULL-LINE      PIC X(60) VALUE
           "  ** CALIBRATION TABLE FULL - CHANGES MAY BE MISSING **".

       01  WS-RESULT-LINE.
           05  FILLER                  PIC X(8) VALUE "RESULT: ".
           05  RL-RESULT               PIC X(50).

       01  WS-SIGN-LINE.
           05  FILLER                  PIC X(38) VALUE
               "CERTIFIED BY: ________________________".
           05  FILLER                  PIC X(26) VALUE
               "  TITLE: ________________".
           05  FILLER                  PIC X(18) VALUE
               "  DATE: __________".

       01  WS-BLANK-LINE               PIC X(1) VALUE SPACES.

      * Control report lines.
       01  WS-CONTROL-HEADING.
           05  FILLER                  PIC X(37) VALUE
               "COMPLIANCE CERTIFICATE CONTROL".
           05  FILLER                  PIC X(8) VALUE "PERIOD: ".
           05  CTH-MONTH-START         PIC 9(8).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  CTH-MONTH-END           PIC 9(8).

       01  WS-COUNT-LINE.
           05  CL-LABEL                PIC X(40).
           05  CL-COUNT                PIC ZZZZZZZZ9.

       01  WS-PROOF-LINE.
           05  PF-LABEL                PIC X(40).
           05  PF-LEFT                 PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE " = ".
           05  PF-RIGHT                PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PF-VERDICT              PIC X(6).

       01  WS-BAD-DATE-LINE.
           05  FILLER                  PIC X(9) VALUE "RUN DATE ".
           05  BD-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(47) VALUE
               " IS NOT A VALID DATE - NO CERTIFICATES PRODUCED".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF RUN-DATE-IS-VALID
               IF WS-SENSOR-MASTER-STATUS NOT = "35"
                   PERFORM 2000-LOAD-SENSORS
               END-IF
               IF WS-CAL-FILE-STATUS NOT = "35"
                   PERFORM 2200-LOAD-CAL-CHANGES
               END-IF
               PERFORM 2500-POST-HISTORY-RECORD
                   UNTIL END-OF-HISTORY-FILE
               PERFORM 3000-CERTIFY-ONE-SENSOR
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SENSOR-COUNT
               PERFORM 4000-WRITE-CONTROL-TOTALS
           END-IF
           PERFORM 5000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * Graded completion code: readings that do not prove mean the
      * extract must not be archived; certificates with exceptions
      * or sensor-days left uncertified need a reviewer before the
      * certificates are signed.
       9000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN READINGS-DO-NOT-PROVE
                   MOVE 12 TO RETURN-CODE
               WHEN RUN-DATE-IS-INVALID
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTION-CERT-COUNT > ZERO
                       OR WS-UNCERTIFIED-DAYS > ZERO
                       OR WS-DROPPED-SENSOR-COUNT > ZERO
                       OR WS-CAL-TABLE-FULL-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      * A sensor master, history, incident register or calibration
      * history that does not exist yet is the soft FILE STATUS
      * "35" case - the certificates print with what there is.
       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD

           SET RK-FUNCTION-START TO TRUE
           MOVE PC-BATCH-NUMBER TO RK-BATCH-NUMBER
           MOVE "COMPCERT" TO RK-STEP-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RK-RUN-REFUSED
               DISPLAY "BATCH " PC-BATCH-NUMBER
                   " STEP COMPCERT ALREADY COMPLETE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CERTIFICATE-FILE
           OPEN OUTPUT CERT-EXTRACT-FILE

           MOVE PC-RUN-DATE TO WS-RUN-DATE
           MOVE PC-RUN-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-INVALID
               DISPLAY "RUN DATE " PC-RUN-DATE
                   " IS NOT A VALID DATE - NO CERTIFICATES PRODUCED"
               SET RUN-DATE-IS-INVALID TO TRUE
               MOVE PC-RUN-DATE TO BD-RUN-DATE
               WRITE CERTIFICATE-RECORD FROM WS-BAD-DATE-LINE
           ELSE
               MOVE WS-RUN-DD TO WS-DAYS-IN-MONTH
               COMPUTE WS-MONTH-START-DATE = WS-RUN-YYYYMM * 100 + 1

               MOVE WS-MONTH-START-DATE TO XH-MONTH-START-DATE
               MOVE PC-RUN-DATE         TO XH-MONTH-END-DATE
               MOVE PC-BATCH-NUMBER     TO XH-BATCH-NUMBER
               WRITE CERT-EXTRACT-RECORD FROM WS-EXTRACT-HEADER

               OPEN INPUT SENSOR-MASTER-FILE
               OPEN INPUT INCIDENT-FILE
               OPEN INPUT CAL-HISTORY-FILE

               OPEN INPUT SENSOR-HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS = "35"
                   SET END-OF-HISTORY-FILE TO TRUE
               ELSE
                   READ SENSOR-HISTORY-FILE
                       AT END SET END-OF-HISTORY-FILE TO TRUE
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      * Sensor table - every sensor on the master, active or
      * retired, in key order.
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
               MOVE SM-LOCATION      TO ST-LOCATION (WS-SENSOR-COUNT)
               MOVE SM-ZONE-ID       TO ST-ZONE-ID (WS-SENSOR-COUNT)
               MOVE SM-RECORD-STATUS
                   TO ST-RECORD-STATUS (WS-SENSOR-COUNT)
               MOVE SM-SAFE-MIN-C    TO ST-SAFE-MIN-C (WS-SENSOR-COUNT)
               MOVE SM-SAFE-MAX-C    TO ST-SAFE-MAX-C (WS-SENSOR-COUNT)
               MOVE ZERO TO ST-DAYS-REPORTED (WS-SENSOR-COUNT)
               MOVE ALL "-" TO ST-DAY-MAP (WS-SENSOR-COUNT)
               MOVE ZERO TO ST-IN-RANGE (WS-SENSOR-COUNT)
               MOVE ZERO TO ST-OUT-OF-RANGE (WS-SENSOR-COUNT)
               MOVE ZERO TO ST-SUSPECT (WS-SENSOR-COUNT)
               MOVE ZERO TO ST-UNTIED-DAYS (WS-SENSOR-COUNT)
               MOVE ZERO TO ST-CELSIUS-HIGH (WS-SENSOR-COUNT)
               MOVE ZERO TO ST-CELSIUS-LOW (WS-SENSOR-COUNT)
               MOVE ZERO TO ST-LONGEST-SECONDS (WS-SENSOR-COUNT)
               MOVE ZERO TO ST-LONGEST-DATE (WS-SENSOR-COUNT)
               MOVE SPACES TO ST-LONGEST-START (WS-SENSOR-COUNT)
           ELSE
               ADD 1 TO WS-DROPPED-SENSOR-COUNT
           END-IF

           READ SENSOR-MASTER-FILE NEXT
               AT END SET END-OF-SENSOR-SWEEP TO TRUE
           END-READ.

      ******************************************************************
      * Calibration changes - only those made within the month.
      ******************************************************************
       2200-LOAD-CAL-CHANGES.
           READ CAL-HISTORY-FILE
               AT END SET END-OF-CAL-HISTORY TO TRUE
           END-READ
           PERFORM 2300-LOAD-ONE-CAL-CHANGE UNTIL END-OF-CAL-HISTORY.

       2300-LOAD-ONE-CAL-CHANGE.
           IF CH-CHANGE-DATE NOT LESS THAN WS-MONTH-START-DATE
                   AND CH-CHANGE-DATE NOT GREATER THAN PC-RUN-DATE
               IF WS-CAL-CHANGE-COUNT < WS-MAX-CAL-CHANGES
                   ADD 1 TO WS-CAL-CHANGE-COUNT
                   MOVE CH-SENSOR-ID
                       TO CT-SENSOR-ID (WS-CAL-CHANGE-COUNT)
                   MOVE CH-CHANGE-DATE
                       TO CT-CHANGE-DATE (WS-CAL-CHANGE-COUNT)
                   MOVE CH-CHANGE-TIME
                       TO CT-CHANGE-TIME (WS-CAL-CHANGE-COUNT)
                   MOVE CH-SOURCE-PROGRAM
                       TO CT-SOURCE-PROGRAM (WS-CAL-CHANGE-COUNT)
                   MOVE CH-OPERATOR-ID
                       TO CT-OPERATOR-ID (WS-CAL-CHANGE-COUNT)
                   MOVE CH-OLD-OFFSET
                       TO CT-OLD-OFFSET (WS-CAL-CHANGE-COUNT)
                   MOVE CH-NEW-OFFSET
                       TO CT-NEW-OFFSET (WS-CAL-CHANGE-COUNT)
               ELSE
                   ADD 1 TO WS-CAL-TABLE-FULL-COUNT
               END-IF
           END-IF

           READ CAL-HISTORY-FILE
               AT END SET END-OF-CAL-HISTORY TO TRUE
           END-READ.

      ******************************************************************
      * Sensor history - every sensor-day in the month goes to the
      * extract and is counted on the nightly side of the proof
      * (accepted plus quality-suspect readings), then is posted to
      * its sensor's certificate if the sensor is in the table.
      ******************************************************************
       2500-POST-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-READ-COUNT
           IF SH-RUN-DATE NOT LESS THAN WS-MONTH-START-DATE
                   AND SH-RUN-DATE NOT GREATER THAN PC-RUN-DATE
               ADD 1 TO WS-HISTORY-MONTH-COUNT
               COMPUTE WS-DAY-READINGS =
                   SH-READING-COUNT + SH-SUSPECT-COUNT
               ADD WS-DAY-READINGS TO WS-NIGHTLY-READINGS
               PERFORM 2550-WRITE-EXTRACT-DETAIL

               MOVE ZERO TO WS-ENTRY-SUB
               PERFORM 2560-FIND-SENSOR-ENTRY
                   VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-SENSOR-COUNT
                       OR WS-ENTRY-SUB > ZERO
               IF WS-ENTRY-SUB > ZERO
                   PERFORM 2600-POST-SENSOR-DAY
               ELSE
                   ADD 1 TO WS-UNCERTIFIED-DAYS
                   ADD WS-DAY-READINGS TO WS-UNCERTIFIED-READINGS
               END-IF
           END-IF

           READ SENSOR-HISTORY-FILE
               AT END SET END-OF-HISTORY-FILE TO TRUE
           END-READ.

       2550-WRITE-EXTRACT-DETAIL.
           MOVE SH-SENSOR-ID           TO XD-SENSOR-ID
           MOVE SH-RUN-DATE            TO XD-RUN-DATE
           MOVE SH-READING-COUNT       TO XD-READING-COUNT
           MOVE SH-SUSPECT-COUNT       TO XD-SUSPECT-COUNT
           MOVE SH-IN-RANGE-COUNT      TO XD-IN-RANGE-COUNT
           MOVE SH-EXCEPTION-COUNT     TO XD-OUT-OF-RANGE-COUNT
           MOVE SH-CELSIUS-HIGH        TO XD-CELSIUS-HIGH
           MOVE SH-CELSIUS-LOW         TO XD-CELSIUS-LOW
           MOVE SH-CELSIUS-AVG         TO XD-CELSIUS-AVG
           MOVE SH-LONGEST-EXC-SECONDS TO XD-LONGEST-EXC-SECONDS
           MOVE SH-LONGEST-EXC-START   TO XD-LONGEST-EXC-START
           WRITE CERT-EXTRACT-RECORD FROM WS-EXTRACT-DETAIL
           ADD 1 TO WS-EXTRACT-DETAIL-COUNT
           ADD WS-DAY-READINGS TO WS-EXTRACT-DETAIL-READINGS.

       2560-FIND-SENSOR-ENTRY.
           IF ST-SENSOR-ID (WS-CAL-SUB) = SH-SENSOR-ID
               MOVE WS-CAL-SUB TO WS-ENTRY-SUB
           END-IF.

      * A sensor-day whose in-range plus out-of-range readings do
      * not come to the nightly accepted plus suspect count is
      * counted against the certificate - the day is still posted
      * as the nightly run recorded it.
       2600-POST-SENSOR-DAY.
           MOVE SH-RUN-DATE TO WS-HISTORY-DATE
           MOVE WS-HISTORY-DD TO WS-DAY-SUB
           IF ST-DAY-FLAG (WS-ENTRY-SUB, WS-DAY-SUB) NOT = "R"
               MOVE "R" TO ST-DAY-FLAG (WS-ENTRY-SUB, WS-DAY-SUB)
               ADD 1 TO ST-DAYS-REPORTED (WS-ENTRY-SUB)
           END-IF

           IF SH-IN-RANGE-COUNT + SH-EXCEPTION-COUNT
                   NOT = WS-DAY-READINGS
               ADD 1 TO ST-UNTIED-DAYS (WS-ENTRY-SUB)
           END-IF

           IF ST-IN-RANGE (WS-ENTRY-SUB) = ZERO
                   AND ST-OUT-OF-RANGE (WS-ENTRY-SUB) = ZERO
               MOVE SH-CELSIUS-HIGH TO ST-CELSIUS-HIGH (WS-ENTRY-SUB)
               MOVE SH-CELSIUS-LOW  TO ST-CELSIUS-LOW (WS-ENTRY-SUB)
           ELSE
               IF SH-CELSIUS-HIGH > ST-CELSIUS-HIGH (WS-ENTRY-SUB)
                   MOVE SH-CELSIUS-HIGH
                       TO ST-CELSIUS-HIGH (WS-ENTRY-SUB)
               END-IF
               IF SH-CELSIUS-LOW < ST-CELSIUS-LOW (WS-ENTRY-SUB)
                   MOVE SH-CELSIUS-LOW
                       TO ST-CELSIUS-LOW (WS-ENTRY-SUB)
               END-IF
           END-IF

           ADD SH-IN-RANGE-COUNT  TO ST-IN-RANGE (WS-ENTRY-SUB)
           ADD SH-EXCEPTION-COUNT TO ST-OUT-OF-RANGE (WS-ENTRY-SUB)
           ADD SH-SUSPECT-COUNT   TO ST-SUSPECT (WS-ENTRY-SUB)

           IF SH-LONGEST-EXC-START NOT = SPACES
                   AND (SH-LONGEST-EXC-SECONDS
                           > ST-LONGEST-SECONDS (WS-ENTRY-SUB)
                       OR ST-LONGEST-START (WS-ENTRY-SUB) = SPACES)
               MOVE SH-LONGEST-EXC-SECONDS
                   TO ST-LONGEST-SECONDS (WS-ENTRY-SUB)
               MOVE SH-RUN-DATE TO ST-LONGEST-DATE (WS-ENTRY-SUB)
               MOVE SH-LONGEST-EXC-START
                   TO ST-LONGEST-START (WS-ENTRY-SUB)
           END-IF.

      ******************************************************************
      * One certificate per sensor - every active sensor, and a
      * retired sensor that reported in the month.
      ******************************************************************
       3000-CERTIFY-ONE-SENSOR.
           IF ST-STATUS-ACTIVE (WS-SUB)
                   OR ST-DAYS-REPORTED (WS-SUB) > ZERO
               PERFORM 3100-WRITE-CERTIFICATE
           END-IF.

       3100-WRITE-CERTIFICATE.
           ADD 1 TO WS-CERTIFICATE-COUNT
           SET CERTIFICATE-IS-CLEAN TO TRUE

           COMPUTE WS-SENSOR-READINGS =
               ST-IN-RANGE (WS-SUB) + ST-OUT-OF-RANGE (WS-SUB)
           ADD WS-SENSOR-READINGS TO WS-CERTIFIED-READINGS
           COMPUTE WS-DAYS-MISSING =
               WS-DAYS-IN-MONTH - ST-DAYS-REPORTED (WS-SUB)
           IF WS-SENSOR-READINGS > ZERO
               COMPUTE WS-PERCENT-IN-RANGE =
                   ST-IN-RANGE (WS-SUB) * 100 / WS-SENSOR-READINGS
           ELSE
               MOVE ZERO TO WS-PERCENT-IN-RANGE
           END-IF

           IF WS-DAYS-MISSING > ZERO
                   OR ST-OUT-OF-RANGE (WS-SUB) > ZERO
                   OR ST-UNTIED-DAYS (WS-SUB) > ZERO
               SET CERTIFICATE-HAS-EXCEPTIONS TO TRUE
           END-IF

           MOVE WS-MONTH-START-DATE TO HD-MONTH-START
           MOVE PC-RUN-DATE         TO HD-MONTH-END
           WRITE CERTIFICATE-RECORD FROM WS-CERT-HEADING
               AFTER ADVANCING PAGE
           WRITE CERTIFICATE-RECORD FROM WS-BLANK-LINE

           MOVE ST-SENSOR-ID (WS-SUB)  TO CS-SENSOR-ID
           MOVE ST-LOCATION (WS-SUB)   TO CS-LOCATION
           MOVE ST-ZONE-ID (WS-SUB)    TO CS-ZONE-ID
           MOVE ST-SAFE-MIN-C (WS-SUB) TO CS-SAFE-MIN-C
           MOVE ST-SAFE-MAX-C (WS-SUB) TO CS-SAFE-MAX-C
           WRITE CERTIFICATE-RECORD FROM WS-CERT-SENSOR-LINE
           IF NOT ST-STATUS-ACTIVE (WS-SUB)
               WRITE CERTIFICATE-RECORD FROM WS-CERT-RETIRED-LINE
           END-IF
           WRITE CERTIFICATE-RECORD FROM WS-BLANK-LINE

           MOVE WS-DAYS-IN-MONTH          TO CD-DAYS-IN-MONTH
           MOVE ST-DAYS-REPORTED (WS-SUB) TO CD-DAYS-REPORTED
           MOVE WS-DAYS-MISSING           TO CD-DAYS-MISSING
           WRITE CERTIFICATE-RECORD FROM WS-CERT-DAYS-LINE
           MOVE ST-DAY-MAP (WS-SUB) (1:WS-DAYS-IN-MONTH)
               TO CM-DAY-MAP
           WRITE CERTIFICATE-RECORD FROM WS-CERT-DAY-MAP-LINE

           MOVE WS-SENSOR-READINGS       TO CR-READINGS
           MOVE ST-IN-RANGE (WS-SUB)     TO CR-IN-RANGE
           MOVE ST-OUT-OF-RANGE (WS-SUB) TO CR-OUT-OF-RANGE
           MOVE WS-PERCENT-IN-RANGE      TO CR-PERCENT-IN-RANGE
           WRITE CERTIFICATE-RECORD FROM WS-CERT-READINGS-LINE

           MOVE ST-SUSPECT (WS-SUB)      TO CQ-SUSPECT
           MOVE ST-CELSIUS-HIGH (WS-SUB) TO CQ-HIGH
           MOVE ST-CELSIUS-LOW (WS-SUB)  TO CQ-LOW
           WRITE CERTIFICATE-RECORD FROM WS-CERT-QUALITY-LINE

           IF ST-LONGEST-START (WS-SUB) = SPACES
               WRITE CERTIFICATE-RECORD
                   FROM WS-CERT-NO-EXCURSION-LINE
           ELSE
               MOVE ST-LONGEST-SECONDS (WS-SUB) TO CE-SECONDS
               MOVE ST-LONGEST-DATE (WS-SUB)    TO CE-DATE
               MOVE ST-LONGEST-START (WS-SUB)   TO CE-START
               WRITE CERTIFICATE-RECORD FROM WS-CERT-EXCURSION-LINE
           END-IF

           IF ST-UNTIED-DAYS (WS-SUB) > ZERO
               MOVE ST-UNTIED-DAYS (WS-SUB) TO CU-UNTIED-DAYS
               WRITE CERTIFICATE-RECORD FROM WS-CERT-UNTIED-LINE
           END-IF
           WRITE CERTIFICATE-RECORD FROM WS-BLANK-LINE

           PERFORM 3200-LIST-ALERTS
           WRITE CERTIFICATE-RECORD FROM WS-BLANK-LINE

           PERFORM 3400-LIST-CAL-CHANGES
           WRITE CERTIFICATE-RECORD FROM WS-BLANK-LINE

           IF CERTIFICATE-IS-CLEAN
               MOVE "IN RANGE FOR THE WHOLE MONTH" TO RL-RESULT
           ELSE
               ADD 1 TO WS-EXCEPTION-CERT-COUNT
               MOVE "EXCEPTIONS - SEE ABOVE" TO RL-RESULT
           END-IF
           WRITE CERTIFICATE-RECORD FROM WS-RESULT-LINE
           WRITE CERTIFICATE-RECORD FROM WS-BLANK-LINE
           WRITE CERTIFICATE-RECORD FROM WS-SIGN-LINE

           PERFORM 3500-WRITE-EXTRACT-SUMMARY.

      * The sensor's out-of-range and silent incidents - any that
      * was raised, or seen again, within the month. The register
      * is keyed condition + sensor + occurrence, so each condition
      * is one START and a short read forward.
       3200-LIST-ALERTS.
           WRITE CERTIFICATE-RECORD FROM WS-ALERT-HEADING
           MOVE ZERO TO WS-SENSOR-ALERTS
           IF WS-INCIDENT-FILE-STATUS = "35"
               WRITE CERTIFICATE-RECORD FROM WS-NO-REGISTER-LINE
           ELSE
               MOVE "TR" TO WS-CONDITION-CODE
               PERFORM 3250-SCAN-CONDITION
               MOVE "TS" TO WS-CONDITION-CODE
               PERFORM 3250-SCAN-CONDITION
               IF WS-SENSOR-ALERTS = ZERO
                   WRITE CERTIFICATE-RECORD FROM WS-NONE-LINE
               END-IF
           END-IF.

       3250-SCAN-CONDITION.
           MOVE "N" TO WS-INCIDENT-SWEEP-FLAG
           MOVE WS-CONDITION-CODE     TO IC-CONDITION-CODE
           MOVE ST-SENSOR-ID (WS-SUB) TO IC-ITEM-KEY
           MOVE ZERO                  TO IC-OCCURRENCE
           START INCIDENT-FILE
               KEY IS NOT LESS THAN IC-INCIDENT-ID
               INVALID KEY SET END-OF-INCIDENT-SWEEP TO TRUE
           END-START
           IF NOT END-OF-INCIDENT-SWEEP
               READ INCIDENT-FILE NEXT
                   AT END SET END-OF-INCIDENT-SWEEP TO TRUE
               END-READ
           END-IF
           PERFORM 3300-TEST-ONE-INCIDENT UNTIL END-OF-INCIDENT-SWEEP.

       3300-TEST-ONE-INCIDENT.
           IF IC-CONDITION-CODE NOT = WS-CONDITION-CODE
                   OR IC-ITEM-KEY NOT = ST-SENSOR-ID (WS-SUB)
               SET END-OF-INCIDENT-SWEEP TO TRUE
           ELSE
               IF IC-LAST-SEEN-DATE NOT LESS THAN WS-MONTH-START-DATE
                       AND IC-FIRST-RAISED-DATE
                           NOT GREATER THAN PC-RUN-DATE
                   PERFORM 3350-WRITE-ALERT-LINES
               END-IF
               READ INCIDENT-FILE NEXT
                   AT END SET END-OF-INCIDENT-SWEEP TO TRUE
               END-READ
           END-IF.

       3350-WRITE-ALERT-LINES.
           ADD 1 TO WS-SENSOR-ALERTS
           MOVE IC-CONDITION-CODE    TO AL1-CONDITION-CODE
           MOVE IC-ITEM-KEY          TO AL1-ITEM-KEY
           MOVE IC-OCCURRENCE        TO AL1-OCCURRENCE
           IF IC-COND-SENSOR-RANGE
               MOVE "OUT OF RANGE" TO AL1-CONDITION-TEXT
           ELSE
               MOVE "SENSOR SILENT" TO AL1-CONDITION-TEXT
           END-IF
           MOVE IC-FIRST-RAISED-DATE TO AL1-FIRST-RAISED
           MOVE IC-LAST-SEEN-DATE    TO AL1-LAST-SEEN
           MOVE IC-TIMES-SEEN        TO AL1-TIMES-SEEN
           EVALUATE TRUE
               WHEN IC-STATUS-OPEN
                   MOVE "OPEN"         TO AL1-STATUS
               WHEN IC-STATUS-ACKNOWLEDGED
                   MOVE "ACKNOWLEDGED" TO AL1-STATUS
               WHEN OTHER
                   MOVE "CLOSED"       TO AL1-STATUS
           END-EVALUATE
           WRITE CERTIFICATE-RECORD FROM WS-ALERT-LINE
           MOVE IC-LAST-DETAIL TO AD-DETAIL
           WRITE CERTIFICATE-RECORD FROM WS-ALERT-DETAIL-LINE.

       3400-LIST-CAL-CHANGES.
           WRITE CERTIFICATE-RECORD FROM WS-CAL-HEADING
           MOVE ZERO TO WS-SENSOR-CAL-CHANGES
           PERFORM 3450-TEST-ONE-CAL-CHANGE
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-CHANGE-COUNT
           IF WS-SENSOR-CAL-CHANGES = ZERO
               WRITE CERTIFICATE-RECORD FROM WS-NONE-LINE
           END-IF
           IF WS-CAL-TABLE-FULL-COUNT > ZERO
               WRITE CERTIFICATE-RECORD FROM WS-CAL-TABLE-FULL-LINE
           END-IF.

       3450-TEST-ONE-CAL-CHANGE.
           IF CT-SENSOR-ID (WS-CAL-SUB) = ST-SENSOR-ID (WS-SUB)
               ADD 1 TO WS-SENSOR-CAL-CHANGES
               MOVE CT-CHANGE-DATE (WS-CAL-SUB)    TO CC-CHANGE-DATE
               MOVE CT-CHANGE-TIME (WS-CAL-SUB) (1:6)
                   TO CC-CHANGE-TIME
               MOVE CT-SOURCE-PROGRAM (WS-CAL-SUB) TO CC-SOURCE-PROGRAM
               MOVE CT-OPERATOR-ID (WS-CAL-SUB)    TO CC-OPERATOR-ID
               MOVE CT-OLD-OFFSET (WS-CAL-SUB)     TO CC-OLD-OFFSET
               MOVE CT-NEW-OFFSET (WS-CAL-SUB)     TO CC-NEW-OFFSET
               WRITE CERTIFICATE-RECORD FROM WS-CAL-LINE
           END-IF.

       3500-WRITE-EXTRACT-SUMMARY.
           MOVE ST-SENSOR-ID (WS-SUB)       TO XS-SENSOR-ID
           MOVE ST-LOCATION (WS-SUB)        TO XS-LOCATION
           MOVE ST-ZONE-ID (WS-SUB)         TO XS-ZONE-ID
           MOVE ST-DAYS-REPORTED (WS-SUB)   TO XS-DAYS-REPORTED
           MOVE WS-DAYS-MISSING             TO XS-DAYS-MISSING
           MOVE WS-SENSOR-READINGS          TO XS-READING-COUNT
           MOVE ST-IN-RANGE (WS-SUB)        TO XS-IN-RANGE-COUNT
           MOVE ST-OUT-OF-RANGE (WS-SUB)    TO XS-OUT-OF-RANGE-COUNT
           MOVE WS-PERCENT-IN-RANGE         TO XS-PERCENT-IN-RANGE
           MOVE ST-LONGEST-SECONDS (WS-SUB) TO XS-LONGEST-EXC-SECONDS
           MOVE ST-LONGEST-DATE (WS-SUB)    TO XS-LONGEST-EXC-DATE
           MOVE WS-SENSOR-ALERTS            TO XS-ALERT-COUNT
           MOVE WS-SENSOR-CAL-CHANGES       TO XS-CAL-CHANGE-COUNT
           IF CERTIFICATE-IS-CLEAN
               SET XS-RESULT-CLEAN TO TRUE
           ELSE
               SET XS-RESULT-EXCEPTIONS TO TRUE
           END-IF
           WRITE CERT-EXTRACT-RECORD FROM WS-EXTRACT-SUMMARY
           ADD WS-SENSOR-READINGS TO WS-EXTRACT-SUMMARY-READINGS.

      ******************************************************************
      * Control totals and the proof. The readings in the month as
      * the nightly run counted them must equal the readings on the
      * certificates plus those of the sensor-days that could not
      * be certified, and the extract's detail records must carry
      * the same nightly total.
      ******************************************************************
       4000-WRITE-CONTROL-TOTALS.
           MOVE WS-MONTH-START-DATE TO CTH-MONTH-START
           MOVE PC-RUN-DATE         TO CTH-MONTH-END
           WRITE CERTIFICATE-RECORD FROM WS-CONTROL-HEADING
               AFTER ADVANCING PAGE
           WRITE CERTIFICATE-RECORD FROM WS-BLANK-LINE

           MOVE "SENSOR HISTORY RECORDS READ" TO CL-LABEL
           MOVE WS-HISTORY-READ-COUNT TO CL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-COUNT-LINE
           MOVE "SENSOR-DAYS IN THE MONTH" TO CL-LABEL
           MOVE WS-HISTORY-MONTH-COUNT TO CL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-COUNT-LINE
           MOVE "SENSOR-DAYS NOT CERTIFIED" TO CL-LABEL
           MOVE WS-UNCERTIFIED-DAYS TO CL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-COUNT-LINE
           MOVE "SENSORS BEYOND THE SENSOR TABLE" TO CL-LABEL
           MOVE WS-DROPPED-SENSOR-COUNT TO CL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-COUNT-LINE
           MOVE "CERTIFICATES PRINTED" TO CL-LABEL
           MOVE WS-CERTIFICATE-COUNT TO CL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-COUNT-LINE
           MOVE "CERTIFICATES WITH EXCEPTIONS" TO CL-LABEL
           MOVE WS-EXCEPTION-CERT-COUNT TO CL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-COUNT-LINE
           MOVE "CALIBRATION CHANGES IN THE MONTH" TO CL-LABEL
           MOVE WS-CAL-CHANGE-COUNT TO CL-COUNT
           WRITE CERTIFICATE-RECORD FROM WS-COUNT-LINE
           IF WS-CAL-TABLE-FULL-COUNT > ZERO
               MOVE "CALIBRATION CHANGES NOT TABLED" TO CL-LABEL
               MOVE WS-CAL-TABLE-FULL-COUNT TO CL-COUNT
               WRITE CERTIFICATE-RECORD FROM WS-COUNT-LINE
           END-IF
           WRITE CERTIFICATE-RECORD FROM WS-BLANK-LINE

           COMPUTE WS-PROOF-RIGHT-READINGS =
               WS-CERTIFIED-READINGS + WS-UNCERTIFIED-READINGS
           MOVE "NIGHTLY READINGS = CERTIFIED + NOT" TO PF-LABEL
           MOVE WS-NIGHTLY-READINGS     TO PF-LEFT
           MOVE WS-PROOF-RIGHT-READINGS TO PF-RIGHT
           IF WS-NIGHTLY-READINGS = WS-PROOF-RIGHT-READINGS
               MOVE "OK" TO PF-VERDICT
           ELSE
               MOVE "** NO" TO PF-VERDICT
               SET READINGS-DO-NOT-PROVE TO TRUE
           END-IF
           WRITE CERTIFICATE-RECORD FROM WS-PROOF-LINE

           MOVE "EXTRACT DETAIL READINGS = NIGHTLY" TO PF-LABEL
           MOVE WS-EXTRACT-DETAIL-READINGS TO PF-LEFT
           MOVE WS-NIGHTLY-READINGS        TO PF-RIGHT
           IF WS-EXTRACT-DETAIL-READINGS = WS-NIGHTLY-READINGS
               MOVE "OK" TO PF-VERDICT
           ELSE
               MOVE "** NO" TO PF-VERDICT
               SET READINGS-DO-NOT-PROVE TO TRUE
           END-IF
           WRITE CERTIFICATE-RECORD FROM WS-PROOF-LINE

           MOVE "EXTRACT SUMMARY READINGS = CERTIFIED" TO PF-LABEL
           MOVE WS-EXTRACT-SUMMARY-READINGS TO PF-LEFT
           MOVE WS-CERTIFIED-READINGS       TO PF-RIGHT
           IF WS-EXTRACT-SUMMARY-READINGS = WS-CERTIFIED-READINGS
               MOVE "OK" TO PF-VERDICT
           ELSE
               MOVE "** NO" TO PF-VERDICT
               SET READINGS-DO-NOT-PROVE TO TRUE
           END-IF
           WRITE CERTIFICATE-RECORD FROM WS-PROOF-LINE

           MOVE WS-EXTRACT-DETAIL-COUNT     TO XT-DETAIL-COUNT
           MOVE WS-EXTRACT-DETAIL-READINGS  TO XT-DETAIL-READINGS
           MOVE WS-CERTIFICATE-COUNT        TO XT-SUMMARY-COUNT
           MOVE WS-EXTRACT-SUMMARY-READINGS TO XT-SUMMARY-READINGS
           MOVE WS-UNCERTIFIED-READINGS     TO XT-UNCERTIFIED-READINGS
           WRITE CERT-EXTRACT-RECORD FROM WS-EXTRACT-TRAILER.

       5000-FINALIZE.
           PERFORM 5050-WRITE-AUDIT-RECORD

           IF RUN-DATE-IS-VALID
               IF WS-SENSOR-MASTER-STATUS NOT = "35"
                   CLOSE SENSOR-MASTER-FILE
               END-IF
               IF WS-HISTORY-FILE-STATUS NOT = "35"
                   CLOSE SENSOR-HISTORY-FILE
               END-IF
               IF WS-INCIDENT-FILE-STATUS NOT = "35"
                   CLOSE INCIDENT-FILE
               END-IF
               IF WS-CAL-FILE-STATUS NOT = "35"
                   CLOSE CAL-HISTORY-FILE
               END-IF
           END-IF
           CLOSE CERTIFICATE-FILE
           CLOSE CERT-EXTRACT-FILE

      * An invalid run date means no certificates were produced -
      * the run-control record is left marked started so the
      * corrected month-end rerun is allowed instead of refused.
           IF RUN-DATE-IS-VALID
               SET RK-FUNCTION-END TO TRUE
               CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           END-IF.

       5050-WRITE-AUDIT-RECORD.
           MOVE "COMPCERT"            TO AL-PROGRAM-NAME
           MOVE "MONTHEND"            TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "SENSOR-DAYS=" WS-HISTORY-MONTH-COUNT
               " READINGS=" WS-NIGHTLY-READINGS
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           STRING "CERTIFICATES=" WS-CERTIFICATE-COUNT
               " EXCEPTIONS=" WS-EXCEPTION-CERT-COUNT
               DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION

           EVALUATE TRUE
               WHEN RUN-DATE-IS-INVALID
                   MOVE "FAILED" TO AL-COMPLETION-STATUS
               WHEN READINGS-DO-NOT-PROVE
                   MOVE "FAILED" TO AL-COMPLETION-STATUS
               WHEN WS-EXCEPTION-CERT-COUNT > ZERO
                       OR WS-UNCERTIFIED-DAYS > ZERO
                       OR WS-DROPPED-SENSOR-COUNT > ZERO
                       OR WS-CAL-TABLE-FULL-COUNT > ZERO
                   MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
               WHEN OTHER
                   MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           END-EVALUATE

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.
