       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDXMNT.

      * Modification history:
      * New program - online (terminal) maintenance transaction for
      * the indexed market index-rate file, built on the same
      * pattern as GLMAPMNT. Supports ADD, CHANGE, RETIRE and
      * INQUIRE transactions against INDEX-RATE-FILE, keyed by index
      * code and effective date, so treasury keeps the dated rate
      * history the nightly RATERSET run prices variable-rate loans
      * off. The session starts with an operator sign-on, and every
      * ADD, CHANGE and RETIRE - whether it completes or is
      * rejected - is appended to the shared audit trail with the
      * operator's ID; INQUIRE is a read-only lookup and is not
      * audited. RETIRE is a soft delete - RATERSET skips a retired
      * rate, so a mis-keyed entry can be withdrawn and rekeyed.
      * The effective date must be a real calendar date, and the
      * rate greater than zero and no higher than the PARMCARD rate
      * ceiling - the same gross sanity check LOANRPRC puts on a
      * directive.
      * Ends with a graded RETURN-CODE (0 clean session, 4 one or
      * more transactions rejected), consistent with the batch
      * programs in the suite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-RATE-FILE ASSIGN TO "INDXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-RATE-KEY
               FILE STATUS IS WS-INDEX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEX-RATE-FILE.
           COPY "index_rate_record.cpy".

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "date_calc.cpy".

       01  WS-INDEX-FILE-STATUS        PIC XX.

       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

       01  WS-DONE-FLAG                PIC X VALUE "N".
           88  MAINTENANCE-DONE            VALUE "Y".

       01  WS-TRANSACTION-CODE         PIC X(1).
           88  TRAN-ADD                    VALUE "A".
           88  TRAN-CHANGE                 VALUE "C".
           88  TRAN-RETIRE                 VALUE "R".
           88  TRAN-INQUIRE                VALUE "I".
           88  TRAN-EXIT                   VALUE "X".

       01  WS-INQUIRY-KEY.
           05  WS-INQUIRY-INDEX        PIC X(4).
           05  WS-INQUIRY-DATE         PIC 9(8).

       01  WS-ADD-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-RETIRE-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-INQUIRY-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(5) VALUE ZERO.

       01  WS-LAST-TRANSACTION         PIC X(10) VALUE SPACES.

       01  WS-DUPLICATE-FLAG           PIC X VALUE "N".
           88  DUPLICATE-KEY-FOUND         VALUE "Y".

       01  WS-VALID-FLAG               PIC X VALUE "Y".
           88  INDEX-RATE-IS-VALID         VALUE "Y".
           88  INDEX-RATE-IS-INVALID       VALUE "N".

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
           OPEN I-O INDEX-RATE-FILE
           IF WS-INDEX-FILE-STATUS = "35"
               CLOSE INDEX-RATE-FILE
               OPEN OUTPUT INDEX-RATE-FILE
               CLOSE INDEX-RATE-FILE
               OPEN I-O INDEX-RATE-FILE
           END-IF.

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
           DISPLAY "INDEX RATE MAINTENANCE"
           DISPLAY "A=ADD  C=CHANGE  R=RETIRE  I=INQUIRE  X=EXIT"
           DISPLAY "ENTER TRANSACTION CODE: "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM 2100-ADD-INDEX-RATE
               WHEN TRAN-CHANGE
                   PERFORM 2200-CHANGE-INDEX-RATE
               WHEN TRAN-RETIRE
                   PERFORM 2300-RETIRE-INDEX-RATE
               WHEN TRAN-INQUIRE
                   PERFORM 2400-INQUIRE-INDEX-RATE
               WHEN TRAN-EXIT
                   SET MAINTENANCE-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       2050-VALIDATE-INDEX-RATE.
           SET INDEX-RATE-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF IX-DESCRIPTION = SPACES
               SET INDEX-RATE-IS-INVALID TO TRUE
               MOVE "DESCRIPTION MUST NOT BE BLANK"
                   TO WS-REJECT-REASON
           END-IF

           IF INDEX-RATE-IS-VALID
               IF IX-RATE NOT GREATER THAN ZERO
                   SET INDEX-RATE-IS-INVALID TO TRUE
                   MOVE "INDEX RATE MUST BE GREATER THAN ZERO"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF INDEX-RATE-IS-VALID
               IF IX-RATE > PC-RATE-CEILING
                   SET INDEX-RATE-IS-INVALID TO TRUE
                   MOVE "INDEX RATE EXCEEDS MAXIMUM ALLOWED"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      * The key is edited once, on ADD - CHANGE can only reach a
      * key that was valid when it was added.
       2060-VALIDATE-INDEX-RATE-KEY.
           SET INDEX-RATE-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF IX-INDEX-CODE = SPACES
               SET INDEX-RATE-IS-INVALID TO TRUE
               MOVE "INDEX CODE MUST NOT BE BLANK"
                   TO WS-REJECT-REASON
           END-IF

           IF INDEX-RATE-IS-VALID
               MOVE IX-EFFECTIVE-DATE TO DK-DATE
               CALL "DATECALC" USING DATE-CALC-REQUEST
               IF DK-DATE-INVALID
                   SET INDEX-RATE-IS-INVALID TO TRUE
                   MOVE "EFFECTIVE DATE IS NOT A VALID DATE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2100-ADD-INDEX-RATE.
           MOVE "ADD" TO WS-LAST-TRANSACTION
           MOVE "N" TO WS-DUPLICATE-FLAG
           PERFORM 2160-ACCEPT-INDEX-RATE-KEY

           READ INDEX-RATE-FILE
               KEY IS IX-RATE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "INDEX RATE ALREADY ON FILE - USE CHANGE"
                   ADD 1 TO WS-REJECT-COUNT
                   SET DUPLICATE-KEY-FOUND TO TRUE
                   MOVE "INDEX RATE ALREADY ON FILE"
                       TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
           END-READ

           IF NOT DUPLICATE-KEY-FOUND
               MOVE WS-INQUIRY-KEY TO IX-RATE-KEY
               PERFORM 2150-ACCEPT-INDEX-RATE-FIELDS

               PERFORM 2060-VALIDATE-INDEX-RATE-KEY
               IF INDEX-RATE-IS-VALID
                   PERFORM 2050-VALIDATE-INDEX-RATE
               END-IF

               IF INDEX-RATE-IS-VALID
                   SET IX-STATUS-ACTIVE TO TRUE

                   WRITE INDEX-RATE-RECORD
                       INVALID KEY
                           DISPLAY "ADD FAILED - STATUS="
                               WS-INDEX-FILE-STATUS
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

       2150-ACCEPT-INDEX-RATE-FIELDS.
           DISPLAY "ENTER DESCRIPTION: "
           ACCEPT IX-DESCRIPTION
           DISPLAY "ENTER INDEX RATE: "
           ACCEPT IX-RATE.

       2160-ACCEPT-INDEX-RATE-KEY.
           DISPLAY "ENTER INDEX CODE: "
           ACCEPT WS-INQUIRY-INDEX
           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD): "
           ACCEPT WS-INQUIRY-DATE
           MOVE WS-INQUIRY-KEY TO IX-RATE-KEY.

       2200-CHANGE-INDEX-RATE.
           MOVE "CHANGE" TO WS-LAST-TRANSACTION
           PERFORM 2160-ACCEPT-INDEX-RATE-KEY

           READ INDEX-RATE-FILE
               KEY IS IX-RATE-KEY
               INVALID KEY
                   DISPLAY "INDEX RATE NOT ON FILE"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "INDEX RATE NOT ON FILE" TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   PERFORM 2150-ACCEPT-INDEX-RATE-FIELDS

                   PERFORM 2050-VALIDATE-INDEX-RATE

                   IF INDEX-RATE-IS-VALID
                       SET IX-STATUS-ACTIVE TO TRUE
                       REWRITE INDEX-RATE-RECORD
                           INVALID KEY
                               DISPLAY "CHANGE FAILED - STATUS="
                                   WS-INDEX-FILE-STATUS
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

       2300-RETIRE-INDEX-RATE.
           MOVE "RETIRE" TO WS-LAST-TRANSACTION
           PERFORM 2160-ACCEPT-INDEX-RATE-KEY

           READ INDEX-RATE-FILE
               KEY IS IX-RATE-KEY
               INVALID KEY
                   DISPLAY "INDEX RATE NOT ON FILE"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "INDEX RATE NOT ON FILE" TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   SET IX-STATUS-RETIRED TO TRUE
                   REWRITE INDEX-RATE-RECORD
                       INVALID KEY
                           DISPLAY "RETIRE FAILED - STATUS="
                               WS-INDEX-FILE-STATUS
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                           MOVE "REJECTED" TO WS-AUDIT-STATUS
                           PERFORM 2900-WRITE-AUDIT-RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-RETIRE-COUNT
                           MOVE "COMPLETE" TO WS-AUDIT-STATUS
                           PERFORM 2900-WRITE-AUDIT-RECORD
                   END-REWRITE
           END-READ.

       2400-INQUIRE-INDEX-RATE.
           MOVE "INQUIRE" TO WS-LAST-TRANSACTION
           PERFORM 2160-ACCEPT-INDEX-RATE-KEY

           READ INDEX-RATE-FILE
               KEY IS IX-RATE-KEY
               INVALID KEY
                   DISPLAY "INDEX RATE NOT ON FILE"
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   DISPLAY "INDEX CODE    = " IX-INDEX-CODE
                   DISPLAY "EFFECTIVE     = " IX-EFFECTIVE-DATE
                   DISPLAY "DESCRIPTION   = " IX-DESCRIPTION
                   DISPLAY "INDEX RATE    = " IX-RATE
                   DISPLAY "STATUS        = " IX-RECORD-STATUS
                   ADD 1 TO WS-INQUIRY-COUNT
           END-READ.

       2900-WRITE-AUDIT-RECORD.
           MOVE "INDXMNT"            TO AL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID       TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "TRAN=" WS-LAST-TRANSACTION
               " INDEX=" IX-INDEX-CODE
               " EFF=" IX-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           IF WS-AUDIT-STATUS = "COMPLETE"
               STRING "RATE=" IX-RATE
                   " ST=" IX-RECORD-STATUS
                   DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
           ELSE
               STRING "REASON=" WS-REJECT-REASON
                   DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
           END-IF

           MOVE WS-AUDIT-STATUS TO AL-COMPLETION-STATUS

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

       3000-FINALIZE.
           CLOSE INDEX-RATE-FILE
           DISPLAY "ADDS=" WS-ADD-COUNT
           DISPLAY "CHANGES=" WS-CHANGE-COUNT
           DISPLAY "RETIRES=" WS-RETIRE-COUNT
           DISPLAY "INQUIRIES=" WS-INQUIRY-COUNT
           DISPLAY "REJECTS=" WS-REJECT-COUNT.
