      * proposals are still pending, 8 = nothing applied at all).
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * Every offset applied is now also appended to the shared
      * CALHIST calibration history, offset before and after, for
      * the month-end COMPCERT compliance certificate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "calibration_history_record.cpy".

       01  WS-PROPOSAL-FILE-STATUS     PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
           88  PROPOSAL-IS-INVALID          VALUE "N".

       01  WS-REJECT-REASON            PIC X(40).
       01  WS-OLD-CALIBRATION-OFFSET   PIC S9(3)V9(2).

       01  WS-INPUT-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(5) VALUE ZERO.
           END-IF

           IF PROPOSAL-IS-VALID
               MOVE SM-CALIBRATION-OFFSET
                   TO WS-OLD-CALIBRATION-OFFSET
               MOVE CP-PROPOSED-OFFSET TO SM-CALIBRATION-OFFSET
               REWRITE SENSOR-MASTER-RECORD
                   INVALID KEY
                       MOVE SPACES TO RL-REASON
                       PERFORM 2800-WRITE-REGISTER-LINE
                       PERFORM 2900-WRITE-AUDIT-RECORD
                       PERFORM 2950-WRITE-CAL-HISTORY
               END-REWRITE
           END-IF


           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      * Writes one CALIBRATION-HISTORY-RECORD through the shared
      * CALHIST writer - the offset before and after, the business
      * date, the time of day and who made the change.
       2950-WRITE-CAL-HISTORY.
           MOVE SM-SENSOR-ID TO CH-SENSOR-ID
           MOVE PC-RUN-DATE  TO CH-CHANGE-DATE
           ACCEPT CH-CHANGE-TIME FROM TIME
           MOVE "CALAPPLY" TO CH-SOURCE-PROGRAM
           MOVE "CALAPPLY" TO CH-OPERATOR-ID
           MOVE WS-OLD-CALIBRATION-OFFSET TO CH-OLD-OFFSET
           MOVE SM-CALIBRATION-OFFSET     TO CH-NEW-OFFSET
           CALL "CALHIST" USING CALIBRATION-HISTORY-RECORD.

      * Applied + rejected + pending + failed must account for
      * every proposal read - the register says so either way.
       3000-FINALIZE.
