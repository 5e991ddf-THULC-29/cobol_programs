       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCESCL.

      * Modification history:
      * New program - nightly incident escalation report over the
      * incident register (INCMSTR), run after the sensor batch so
      * tonight's CELSIUSTOFAHRENHEIT and LOANDELQ incidents are
      * already on it. Every incident not yet closed is aged from
      * the date it was first raised against the run date through
      * the shared DATECALC calendar and held to its severity's time
      * limit from the control card (PC-ESC-CRITICAL-DAYS,
      * PC-ESC-MAJOR-DAYS, PC-ESC-MINOR-DAYS). An incident open that
      * many days goes up the chain one level for every multiple of
      * the limit it has been open - supervisor, then manager, then
      * director of the area that owns the condition (facilities
      * for the sensor incidents, collections for the loans) - and
      * the level reached is stamped on the incident with the date,
      * so each step up is called out once, on the night it
      * happens. Acknowledging an incident does not stop the clock;
      * only closing it does.
      * The report lists every incident nobody has acknowledged, in
      * age bands oldest first, then every incident past its limit
      * with the level and who it now goes to, acknowledged or not.
      * Checks in with the shared RUNCTL run-control keeper at
      * initialize and end of job, and ends with a call to AUDITLOG
      * and a graded RETURN-CODE (0 = nothing past its limit, 4 =
      * incidents escalated - on the report, 8 = the run date on the
      * control card failed the calendar check and nothing was
      * aged).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-INCIDENT-ID
               FILE STATUS IS WS-INCIDENT-FILE-STATUS.

           SELECT ESCALATION-REPORT-FILE ASSIGN TO "ESCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
           COPY "incident_record.cpy".

       FD  ESCALATION-REPORT-FILE.
       01  ESCALATION-REPORT-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "run_control_record.cpy".
           COPY "date_calc.cpy".

       01  WS-INCIDENT-FILE-STATUS     PIC XX.

       01  WS-REGISTER-FLAG            PIC X VALUE "Y".
           88  REGISTER-EXISTS             VALUE "Y".
           88  NO-REGISTER                 VALUE "N".

       01  WS-RUN-DATE-FLAG            PIC X VALUE "Y".
           88  RUN-DATE-IS-VALID           VALUE "Y".
           88  RUN-DATE-IS-INVALID         VALUE "N".

       01  WS-SWEEP-EOF-FLAG           PIC X VALUE "N".
           88  END-OF-INCIDENT-SWEEP       VALUE "Y".

       01  WS-RUN-DAY-NUMBER           PIC 9(7).
       01  WS-AGE-DAYS                 PIC 9(5).
       01  WS-LIMIT-DAYS               PIC 9(3).
       01  WS-NEW-LEVEL                PIC 9(3).

      * Unacknowledged incidents print in age bands, oldest first -
      * one pass over the register per band, the way COLLPTP prints
      * its worklist sections.
       01  WS-PRINT-BAND               PIC 9.
       01  WS-RECORD-BAND              PIC 9.
           88  BAND-8-PLUS                 VALUE 1.
           88  BAND-4-TO-7                 VALUE 2.
           88  BAND-2-TO-3                 VALUE 3.
           88  BAND-1-DAY                  VALUE 4.
           88  BAND-TONIGHT                VALUE 5.

       01  WS-INCIDENT-READ-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-OPEN-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-ACKNOWLEDGED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-CLOSED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-ESCALATED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-NEW-ESCALATION-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-BAD-DATE-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-SECTION-COUNT            PIC 9(7) VALUE ZERO.

       01  WS-AREA-NAME                PIC X(11).
       01  WS-LEVEL-TITLE              PIC X(10).

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(30) VALUE
               "INCIDENT ESCALATION REPORT".
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  RH-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(15) VALUE
               "  LIMIT DAYS C=".
           05  RH-CRITICAL-DAYS        PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE " MJ=".
           05  RH-MAJOR-DAYS           PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE " MN=".
           05  RH-MINOR-DAYS           PIC ZZ9.

       01  WS-SECTION-HEADING.
           05  FILLER                  PIC X(4) VALUE "*** ".
           05  SH-TITLE                PIC X(50).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(33) VALUE
               "INCIDENT ID SOURCE               ".
           05  FILLER                  PIC X(33) VALUE
               "SEVERITY RAISED   LASTSEEN TIMES ".
           05  FILLER                  PIC X(34) VALUE
               "  AGE LV ESCALATE TO".

       01  WS-DETAIL-LINE.
           05  DL-INCIDENT-ID          PIC X(11).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-SOURCE-PROGRAM       PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-SEVERITY             PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-FIRST-RAISED-DATE    PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-LAST-SEEN-DATE       PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-TIMES-SEEN           PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-AGE-DAYS             PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-ESCALATION-LEVEL     PIC Z9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-ESCALATE-TO          PIC X(22).
           05  DL-NEW-FLAG             PIC X(3).

       01  WS-TEXT-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  TX-CAPTION              PIC X(8).
           05  TX-TEXT                 PIC X(80).

       01  WS-ACK-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "ACK BY ".
           05  AK-OPERATOR             PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AK-DATE                 PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AK-NOTE                 PIC X(40).

       01  WS-SECTION-TOTAL-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "INCIDENTS=".
           05  ST-COUNT                PIC ZZZZZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(6) VALUE "OPEN=".
           05  TL-OPEN-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE
               " ACKNOWLEDGED=".
           05  TL-ACKNOWLEDGED-COUNT   PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE " ESCALATED=".
           05  TL-ESCALATED-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(15) VALUE
               " NEW TONIGHT=".
           05  TL-NEW-ESCALATION-COUNT PIC ZZZZZZ9.
           05  FILLER                  PIC X(8) VALUE " CLOSED=".
           05  TL-CLOSED-COUNT         PIC ZZZZZZ9.

       01  WS-BAD-DATE-LINE.
           05  FILLER                  PIC X(36) VALUE
               "INCIDENTS WITH AN INVALID RAISE DATE".
           05  FILLER                  PIC X(3) VALUE " = ".
           05  BD-COUNT                PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF REGISTER-EXISTS
               PERFORM 2000-ESCALATE-INCIDENTS
               PERFORM 3000-PRINT-UNACKNOWLEDGED
               PERFORM 4000-PRINT-ESCALATED
           END-IF
           PERFORM 5000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * Graded completion code for the NIGHTLY COND gating:
      * 0 = nothing past its limit, 4 = escalated incidents on the
      * report, 8 = the run date failed the calendar check and no
      * incident could be aged.
       9000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN RUN-DATE-IS-INVALID
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ESCALATED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      * No register yet (no incident has ever been raised) is the
      * soft FILE STATUS "35" case - an empty report prints.
       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD

           SET RK-FUNCTION-START TO TRUE
           MOVE PC-BATCH-NUMBER TO RK-BATCH-NUMBER
           MOVE "INCESCL" TO RK-STEP-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RK-RUN-REFUSED
               DISPLAY "BATCH " PC-BATCH-NUMBER
                   " STEP INCESCL ALREADY COMPLETE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ESCALATION-REPORT-FILE
           MOVE PC-RUN-DATE          TO RH-RUN-DATE
           MOVE PC-ESC-CRITICAL-DAYS TO RH-CRITICAL-DAYS
           MOVE PC-ESC-MAJOR-DAYS    TO RH-MAJOR-DAYS
           MOVE PC-ESC-MINOR-DAYS    TO RH-MINOR-DAYS
           WRITE ESCALATION-REPORT-RECORD FROM WS-REPORT-HEADING

           MOVE PC-RUN-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-INVALID
               DISPLAY "RUN DATE " PC-RUN-DATE
                   " IS NOT A VALID DATE - NOTHING AGED"
               SET RUN-DATE-IS-INVALID TO TRUE
               SET NO-REGISTER TO TRUE
           ELSE
               MOVE DK-DAY-NUMBER TO WS-RUN-DAY-NUMBER
               OPEN I-O INCIDENT-FILE
               IF WS-INCIDENT-FILE-STATUS = "35"
                   SET NO-REGISTER TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * Escalation - every incident not yet closed is held to its
      * severity's limit, and a step up the chain is stamped on the
      * incident the night it is reached.
      ******************************************************************
       2000-ESCALATE-INCIDENTS.
           MOVE "N" TO WS-SWEEP-EOF-FLAG
           PERFORM 3900-START-INCIDENT-SWEEP
           PERFORM 2100-ESCALATE-ONE-INCIDENT
               UNTIL END-OF-INCIDENT-SWEEP.

       2100-ESCALATE-ONE-INCIDENT.
           ADD 1 TO WS-INCIDENT-READ-COUNT
           EVALUATE TRUE
               WHEN IC-STATUS-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN IC-STATUS-ACKNOWLEDGED
                   ADD 1 TO WS-ACKNOWLEDGED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OPEN-COUNT
           END-EVALUATE

           IF NOT IC-STATUS-CLOSED
               PERFORM 2200-AGE-INCIDENT
               IF DK-DATE-INVALID
                   ADD 1 TO WS-BAD-DATE-COUNT
               ELSE
                   PERFORM 2300-TEST-LIMIT
               END-IF
           END-IF

           READ INCIDENT-FILE NEXT
               AT END SET END-OF-INCIDENT-SWEEP TO TRUE
           END-READ.

      * Days since the incident was first raised - a raise date that
      * fails the calendar check ages as zero and is counted.
       2200-AGE-INCIDENT.
           MOVE ZERO TO WS-AGE-DAYS
           MOVE IC-FIRST-RAISED-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-VALID
                   AND DK-DAY-NUMBER < WS-RUN-DAY-NUMBER
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DAY-NUMBER - DK-DAY-NUMBER
           END-IF

           EVALUATE TRUE
               WHEN IC-SEVERITY-CRITICAL
                   MOVE PC-ESC-CRITICAL-DAYS TO WS-LIMIT-DAYS
               WHEN IC-SEVERITY-MAJOR
                   MOVE PC-ESC-MAJOR-DAYS TO WS-LIMIT-DAYS
               WHEN OTHER
                   MOVE PC-ESC-MINOR-DAYS TO WS-LIMIT-DAYS
           END-EVALUATE.

      * One level for every whole multiple of the limit, three at
      * most. A level is only ever raised - a corrected control
      * card never quietly takes an incident back down the chain.
       2300-TEST-LIMIT.
           MOVE ZERO TO WS-NEW-LEVEL
           IF WS-LIMIT-DAYS > ZERO
               COMPUTE WS-NEW-LEVEL = WS-AGE-DAYS / WS-LIMIT-DAYS
           END-IF
           IF WS-NEW-LEVEL > 3
               MOVE 3 TO WS-NEW-LEVEL
           END-IF

           IF WS-NEW-LEVEL > IC-ESCALATION-LEVEL
               MOVE WS-NEW-LEVEL TO IC-ESCALATION-LEVEL
               MOVE PC-RUN-DATE  TO IC-ESCALATED-DATE
               ADD 1 TO WS-NEW-ESCALATION-COUNT
               PERFORM 2400-SET-ESCALATE-TO
               DISPLAY "INCIDENT " IC-INCIDENT-ID " ESCALATED TO "
                   DL-ESCALATE-TO
               REWRITE INCIDENT-RECORD
                   INVALID KEY
                       DISPLAY "INCIDENT REWRITE FAILED - "
                           IC-INCIDENT-ID " STATUS="
                           WS-INCIDENT-FILE-STATUS
               END-REWRITE
           END-IF

           IF IC-ESCALATION-LEVEL > ZERO
               ADD 1 TO WS-ESCALATED-COUNT
           END-IF.

      * Who the incident now goes to - the area that owns the
      * condition, and how far up it has gone.
       2400-SET-ESCALATE-TO.
           EVALUATE TRUE
               WHEN IC-COND-SENSOR-RANGE
                   MOVE "FACILITIES" TO WS-AREA-NAME
               WHEN IC-COND-SENSOR-SILENT
                   MOVE "FACILITIES" TO WS-AREA-NAME
               WHEN IC-COND-LOAN-90-DAY
                   MOVE "COLLECTIONS" TO WS-AREA-NAME
               WHEN OTHER
                   MOVE "OPERATIONS" TO WS-AREA-NAME
           END-EVALUATE

           EVALUATE IC-ESCALATION-LEVEL
               WHEN 1
                   MOVE "SUPERVISOR" TO WS-LEVEL-TITLE
               WHEN 2
                   MOVE "MANAGER" TO WS-LEVEL-TITLE
               WHEN OTHER
                   MOVE "DIRECTOR" TO WS-LEVEL-TITLE
           END-EVALUATE

           MOVE SPACES TO DL-ESCALATE-TO
           IF IC-ESCALATION-LEVEL > ZERO
               STRING WS-AREA-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-LEVEL-TITLE DELIMITED BY SPACE
                   INTO DL-ESCALATE-TO
           END-IF.

      ******************************************************************
      * Unacknowledged incidents by age, oldest band first.
      ******************************************************************
       3000-PRINT-UNACKNOWLEDGED.
           PERFORM 3100-PRINT-ONE-BAND
               VARYING WS-PRINT-BAND FROM 1 BY 1
               UNTIL WS-PRINT-BAND > 5.

       3100-PRINT-ONE-BAND.
           EVALUATE WS-PRINT-BAND
               WHEN 1
                   MOVE "UNACKNOWLEDGED - OPEN 8 DAYS OR MORE"
                       TO SH-TITLE
               WHEN 2
                   MOVE "UNACKNOWLEDGED - OPEN 4 TO 7 DAYS" TO SH-TITLE
               WHEN 3
                   MOVE "UNACKNOWLEDGED - OPEN 2 TO 3 DAYS" TO SH-TITLE
               WHEN 4
                   MOVE "UNACKNOWLEDGED - OPEN 1 DAY" TO SH-TITLE
               WHEN OTHER
                   MOVE "UNACKNOWLEDGED - RAISED TONIGHT" TO SH-TITLE
           END-EVALUATE
           WRITE ESCALATION-REPORT-RECORD FROM WS-SECTION-HEADING
           WRITE ESCALATION-REPORT-RECORD FROM WS-COLUMN-HEADING
           MOVE ZERO TO WS-SECTION-COUNT

           MOVE "N" TO WS-SWEEP-EOF-FLAG
           PERFORM 3900-START-INCIDENT-SWEEP
           PERFORM 3200-SELECT-FOR-BAND
               UNTIL END-OF-INCIDENT-SWEEP

           MOVE WS-SECTION-COUNT TO ST-COUNT
           WRITE ESCALATION-REPORT-RECORD FROM WS-SECTION-TOTAL-LINE.

       3200-SELECT-FOR-BAND.
           IF IC-STATUS-OPEN
               PERFORM 2200-AGE-INCIDENT
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS NOT LESS THAN 8
                       SET BAND-8-PLUS TO TRUE
                   WHEN WS-AGE-DAYS NOT LESS THAN 4
                       SET BAND-4-TO-7 TO TRUE
                   WHEN WS-AGE-DAYS NOT LESS THAN 2
                       SET BAND-2-TO-3 TO TRUE
                   WHEN WS-AGE-DAYS = 1
                       SET BAND-1-DAY TO TRUE
                   WHEN OTHER
                       SET BAND-TONIGHT TO TRUE
               END-EVALUATE
               IF WS-RECORD-BAND = WS-PRINT-BAND
                   PERFORM 3300-WRITE-DETAIL-LINE
               END-IF
           END-IF

           READ INCIDENT-FILE NEXT
               AT END SET END-OF-INCIDENT-SWEEP TO TRUE
           END-READ.

       3300-WRITE-DETAIL-LINE.
           ADD 1 TO WS-SECTION-COUNT
           MOVE IC-INCIDENT-ID       TO DL-INCIDENT-ID
           MOVE IC-SOURCE-PROGRAM    TO DL-SOURCE-PROGRAM
           MOVE IC-SEVERITY          TO DL-SEVERITY
           MOVE IC-FIRST-RAISED-DATE TO DL-FIRST-RAISED-DATE
           MOVE IC-LAST-SEEN-DATE    TO DL-LAST-SEEN-DATE
           MOVE IC-TIMES-SEEN        TO DL-TIMES-SEEN
           MOVE WS-AGE-DAYS          TO DL-AGE-DAYS
           MOVE IC-ESCALATION-LEVEL  TO DL-ESCALATION-LEVEL
           PERFORM 2400-SET-ESCALATE-TO
           IF IC-ESCALATION-LEVEL > ZERO
                   AND IC-ESCALATED-DATE = PC-RUN-DATE
               MOVE "NEW" TO DL-NEW-FLAG
           ELSE
               MOVE SPACES TO DL-NEW-FLAG
           END-IF
           WRITE ESCALATION-REPORT-RECORD FROM WS-DETAIL-LINE

           MOVE "ALERT: " TO TX-CAPTION
           MOVE IC-LAST-DETAIL TO TX-TEXT
           WRITE ESCALATION-REPORT-RECORD FROM WS-TEXT-LINE.

       3900-START-INCIDENT-SWEEP.
           MOVE LOW-VALUES TO IC-INCIDENT-ID
           START INCIDENT-FILE
               KEY IS NOT LESS THAN IC-INCIDENT-ID
               INVALID KEY SET END-OF-INCIDENT-SWEEP TO TRUE
           END-START
           IF NOT END-OF-INCIDENT-SWEEP
               READ INCIDENT-FILE NEXT
                   AT END SET END-OF-INCIDENT-SWEEP TO TRUE
               END-READ
           END-IF.

      ******************************************************************
      * Everything past its limit - acknowledged or not - with the
      * level reached and who it now goes to.
      ******************************************************************
       4000-PRINT-ESCALATED.
           MOVE "PAST SEVERITY TIME LIMIT - ESCALATED" TO SH-TITLE
           WRITE ESCALATION-REPORT-RECORD FROM WS-SECTION-HEADING
           WRITE ESCALATION-REPORT-RECORD FROM WS-COLUMN-HEADING
           MOVE ZERO TO WS-SECTION-COUNT

           MOVE "N" TO WS-SWEEP-EOF-FLAG
           PERFORM 3900-START-INCIDENT-SWEEP
           PERFORM 4100-SELECT-ESCALATED
               UNTIL END-OF-INCIDENT-SWEEP

           MOVE WS-SECTION-COUNT TO ST-COUNT
           WRITE ESCALATION-REPORT-RECORD FROM WS-SECTION-TOTAL-LINE.

       4100-SELECT-ESCALATED.
           IF NOT IC-STATUS-CLOSED
                   AND IC-ESCALATION-LEVEL > ZERO
               PERFORM 2200-AGE-INCIDENT
               PERFORM 3300-WRITE-DETAIL-LINE
               IF IC-STATUS-ACKNOWLEDGED
                   MOVE IC-ACK-OPERATOR TO AK-OPERATOR
                   MOVE IC-ACK-DATE     TO AK-DATE
                   MOVE IC-ACK-NOTE     TO AK-NOTE
                   WRITE ESCALATION-REPORT-RECORD FROM WS-ACK-LINE
               END-IF
           END-IF

           READ INCIDENT-FILE NEXT
               AT END SET END-OF-INCIDENT-SWEEP TO TRUE
           END-READ.

       5000-FINALIZE.
           MOVE WS-OPEN-COUNT           TO TL-OPEN-COUNT
           MOVE WS-ACKNOWLEDGED-COUNT   TO TL-ACKNOWLEDGED-COUNT
           MOVE WS-ESCALATED-COUNT      TO TL-ESCALATED-COUNT
           MOVE WS-NEW-ESCALATION-COUNT TO TL-NEW-ESCALATION-COUNT
           MOVE WS-CLOSED-COUNT         TO TL-CLOSED-COUNT
           WRITE ESCALATION-REPORT-RECORD FROM WS-TOTAL-LINE

           IF WS-BAD-DATE-COUNT > ZERO
               MOVE WS-BAD-DATE-COUNT TO BD-COUNT
               WRITE ESCALATION-REPORT-RECORD FROM WS-BAD-DATE-LINE
           END-IF

           PERFORM 5050-WRITE-AUDIT-RECORD

           IF REGISTER-EXISTS
               CLOSE INCIDENT-FILE
           END-IF
           CLOSE ESCALATION-REPORT-FILE

      * An invalid run date means nothing was done - the run-control
      * record is left marked started, so the corrected rerun under
      * the same batch number is allowed instead of refused.
           IF RUN-DATE-IS-VALID
               SET RK-FUNCTION-END TO TRUE
               CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           END-IF.

       5050-WRITE-AUDIT-RECORD.
           MOVE "INCESCL"             TO AL-PROGRAM-NAME
           MOVE "NIGHTLY"             TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "INCIDENTS=" WS-INCIDENT-READ-COUNT
               " OPEN=" WS-OPEN-COUNT
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           STRING "ESCALATED=" WS-ESCALATED-COUNT
               " NEW=" WS-NEW-ESCALATION-COUNT
               DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION

           EVALUATE TRUE
               WHEN RUN-DATE-IS-INVALID
                   MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
               WHEN WS-ESCALATED-COUNT > ZERO
                   MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
               WHEN OTHER
                   MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           END-EVALUATE

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.
