       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCMNT.

      * Modification history:
      * New program - online (terminal) incident transaction against
      * the incident register (INCMSTR) the nightly sensor and
      * delinquency runs raise into through INCRAISE. Supports
      * ACKNOWLEDGE, CLOSE and INQUIRE transactions keyed by the
      * incident ID exactly as the escalation report prints it -
      * condition code, sensor or loan key and occurrence number.
      * ACKNOWLEDGE takes an open incident: the operator is saying
      * someone is on it, and says what in a note. CLOSE takes an
      * open or acknowledged incident with a note saying how it was
      * resolved; the next repeat of the condition then opens a new
      * incident instead of updating this one. A closed incident is
      * read-only. The note is required on both, and the operator's
      * ID, the date and the time are stamped on the incident.
      * The session starts with an operator sign-on like COLLMNT,
      * and every ACKNOWLEDGE and CLOSE transaction, completed or
      * rejected, goes to the shared audit trail under that ID.
      * INQUIRE is a read-only lookup and is not audited.
      * Ends with a graded RETURN-CODE (0 clean session, 4 one or
      * more transactions rejected).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-INCIDENT-ID
               FILE STATUS IS WS-INCIDENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
           COPY "incident_record.cpy".

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".

       01  WS-INCIDENT-FILE-STATUS     PIC XX.

       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

       01  WS-DONE-FLAG                PIC X VALUE "N".
           88  MAINTENANCE-DONE            VALUE "Y".

       01  WS-TRANSACTION-CODE         PIC X(1).
           88  TRAN-ACKNOWLEDGE            VALUE "A".
           88  TRAN-CLOSE                  VALUE "C".
           88  TRAN-INQUIRE                VALUE "I".
           88  TRAN-EXIT                   VALUE "X".

       01  WS-INQUIRY-KEY              PIC X(11).

       01  WS-ACK-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-CLOSE-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-INQUIRY-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(5) VALUE ZERO.

       01  WS-LAST-TRANSACTION         PIC X(10) VALUE SPACES.

       01  WS-VALID-FLAG               PIC X VALUE "Y".
           88  ACTION-IS-VALID             VALUE "Y".
           88  ACTION-IS-INVALID           VALUE "N".

       01  WS-REJECT-REASON            PIC X(40).
       01  WS-AUDIT-STATUS             PIC X(10).

       01  WS-ACTION-NOTE              PIC X(40).
       01  WS-ACTION-TIME              PIC 9(8).

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

      * The register is filled by the nightly runs - a session
      * opened before the first incident was ever raised creates it
      * empty, the same way COLLMNT creates COLLMSTR, and finds
      * every incident ID not on file.
       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD
           PERFORM 1100-OPERATOR-SIGN-ON
           OPEN I-O INCIDENT-FILE
           IF WS-INCIDENT-FILE-STATUS = "35"
               CLOSE INCIDENT-FILE
               OPEN OUTPUT INCIDENT-FILE
               CLOSE INCIDENT-FILE
               OPEN I-O INCIDENT-FILE
           END-IF.

      * Every acknowledgment and close carries who keyed it - a
      * blank sign-on is re-prompted, so the field can never arrive
      * empty.
       1100-OPERATOR-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM 1150-PROMPT-OPERATOR-ID
               UNTIL WS-OPERATOR-ID NOT = SPACES.

       1150-PROMPT-OPERATOR-ID.
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID.

       2000-PROCESS-TRANSACTION.
           DISPLAY "INCIDENT REGISTER"
           DISPLAY "A=ACKNOWLEDGE C=CLOSE I=INQUIRE X=EXIT"
           DISPLAY "ENTER TRANSACTION CODE: "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN TRAN-ACKNOWLEDGE
                   MOVE "ACKNOWLDGE" TO WS-LAST-TRANSACTION
                   PERFORM 2100-ACTION-INCIDENT
               WHEN TRAN-CLOSE
                   MOVE "CLOSE" TO WS-LAST-TRANSACTION
                   PERFORM 2100-ACTION-INCIDENT
               WHEN TRAN-INQUIRE
                   PERFORM 2400-INQUIRE-INCIDENT
               WHEN TRAN-EXIT
                   SET MAINTENANCE-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

      * ACKNOWLEDGE and CLOSE differ only in which statuses they
      * accept and which fields they stamp.
       2100-ACTION-INCIDENT.
           DISPLAY "ENTER INCIDENT ID: "
           ACCEPT WS-INQUIRY-KEY
           MOVE WS-INQUIRY-KEY TO IC-INCIDENT-ID

           READ INCIDENT-FILE
               KEY IS IC-INCIDENT-ID
               INVALID KEY
                   DISPLAY "INCIDENT NOT ON REGISTER"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "INCIDENT NOT ON REGISTER"
                       TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   DISPLAY "SOURCE   = " IC-SOURCE-PROGRAM
                   DISPLAY "DETAIL   = " IC-LAST-DETAIL
                   DISPLAY "ENTER NOTE: "
                   ACCEPT WS-ACTION-NOTE

                   PERFORM 2050-VALIDATE-ACTION

                   IF ACTION-IS-VALID
                       PERFORM 2200-APPLY-ACTION
                   ELSE
                       DISPLAY WS-LAST-TRANSACTION " REJECTED - "
                           WS-REJECT-REASON
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE "REJECTED" TO WS-AUDIT-STATUS
                       PERFORM 2900-WRITE-AUDIT-RECORD
                   END-IF
           END-READ.

      * A closed incident is finished with. Only an open incident
      * can be acknowledged - one already acknowledged keeps the
      * operator who first took it. The note is what the next
      * shift reads, so it must not be blank.
       2050-VALIDATE-ACTION.
           SET ACTION-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF IC-STATUS-CLOSED
               SET ACTION-IS-INVALID TO TRUE
               MOVE "INCIDENT ALREADY CLOSED" TO WS-REJECT-REASON
           END-IF

           IF ACTION-IS-VALID
                   AND TRAN-ACKNOWLEDGE
                   AND IC-STATUS-ACKNOWLEDGED
               SET ACTION-IS-INVALID TO TRUE
               MOVE "INCIDENT ALREADY ACKNOWLEDGED"
                   TO WS-REJECT-REASON
           END-IF

           IF ACTION-IS-VALID
                   AND WS-ACTION-NOTE = SPACES
               SET ACTION-IS-INVALID TO TRUE
               MOVE "NOTE MUST NOT BE BLANK" TO WS-REJECT-REASON
           END-IF.

       2200-APPLY-ACTION.
           ACCEPT WS-ACTION-TIME FROM TIME
           IF TRAN-ACKNOWLEDGE
               SET IC-STATUS-ACKNOWLEDGED TO TRUE
               MOVE WS-OPERATOR-ID TO IC-ACK-OPERATOR
               MOVE PC-RUN-DATE    TO IC-ACK-DATE
               MOVE WS-ACTION-TIME TO IC-ACK-TIME
               MOVE WS-ACTION-NOTE TO IC-ACK-NOTE
           ELSE
               SET IC-STATUS-CLOSED TO TRUE
               MOVE WS-OPERATOR-ID TO IC-CLOSE-OPERATOR
               MOVE PC-RUN-DATE    TO IC-CLOSE-DATE
               MOVE WS-ACTION-TIME TO IC-CLOSE-TIME
               MOVE WS-ACTION-NOTE TO IC-CLOSE-NOTE
           END-IF

           REWRITE INCIDENT-RECORD
               INVALID KEY
                   DISPLAY WS-LAST-TRANSACTION " FAILED - STATUS="
                       WS-INCIDENT-FILE-STATUS
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   IF TRAN-ACKNOWLEDGE
                       ADD 1 TO WS-ACK-COUNT
                   ELSE
                       ADD 1 TO WS-CLOSE-COUNT
                   END-IF
                   DISPLAY "INCIDENT " IC-INCIDENT-ID " "
                       WS-LAST-TRANSACTION " RECORDED"
                   MOVE "COMPLETE" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
           END-REWRITE.

       2400-INQUIRE-INCIDENT.
           MOVE "INQUIRE" TO WS-LAST-TRANSACTION
           DISPLAY "ENTER INCIDENT ID: "
           ACCEPT WS-INQUIRY-KEY
           MOVE WS-INQUIRY-KEY TO IC-INCIDENT-ID

           READ INCIDENT-FILE
               KEY IS IC-INCIDENT-ID
               INVALID KEY
                   DISPLAY "INCIDENT NOT ON REGISTER"
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   DISPLAY "INCIDENT ID   = " IC-INCIDENT-ID
                   DISPLAY "SOURCE        = " IC-SOURCE-PROGRAM
                   DISPLAY "SEVERITY      = " IC-SEVERITY
                   DISPLAY "STATUS        = " IC-STATUS
                   DISPLAY "FIRST RAISED  = " IC-FIRST-RAISED-DATE
                   DISPLAY "LAST SEEN     = " IC-LAST-SEEN-DATE
                   DISPLAY "TIMES SEEN    = " IC-TIMES-SEEN
                   DISPLAY "LAST DETAIL   = " IC-LAST-DETAIL
                   IF NOT IC-STATUS-OPEN
                           AND IC-ACK-OPERATOR NOT = SPACES
                       DISPLAY "ACKNOWLEDGED  = " IC-ACK-DATE
                           " " IC-ACK-TIME " " IC-ACK-OPERATOR
                       DISPLAY "ACK NOTE      = " IC-ACK-NOTE
                   END-IF
                   IF IC-STATUS-CLOSED
                       DISPLAY "CLOSED        = " IC-CLOSE-DATE
                           " " IC-CLOSE-TIME " " IC-CLOSE-OPERATOR
                       DISPLAY "CLOSE NOTE    = " IC-CLOSE-NOTE
                   END-IF
                   IF IC-ESCALATION-LEVEL > ZERO
                       DISPLAY "ESCALATED     = LEVEL "
                           IC-ESCALATION-LEVEL " ON "
                           IC-ESCALATED-DATE
                   END-IF
                   ADD 1 TO WS-INQUIRY-COUNT
           END-READ.

       2900-WRITE-AUDIT-RECORD.
           MOVE "INCMNT"             TO AL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID       TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "TRAN=" WS-LAST-TRANSACTION " ID=" WS-INQUIRY-KEY
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           IF WS-AUDIT-STATUS NOT = "COMPLETE"
               STRING "REASON=" WS-REJECT-REASON
                   DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
           ELSE
               MOVE WS-ACTION-NOTE TO AL-OUTPUT-DESCRIPTION
           END-IF

           MOVE WS-AUDIT-STATUS TO AL-COMPLETION-STATUS

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

       3000-FINALIZE.
           CLOSE INCIDENT-FILE
           DISPLAY "ACKNOWLEDGED=" WS-ACK-COUNT
           DISPLAY "CLOSED=" WS-CLOSE-COUNT
           DISPLAY "INQUIRIES=" WS-INQUIRY-COUNT
           DISPLAY "REJECTS=" WS-REJECT-COUNT.
