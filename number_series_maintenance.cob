       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMMNT.

      * Modification history:
      * New program - online (terminal) maintenance transaction for
      * the control-number series on the persistent number register
      * (NUMREG), built on the same pattern as ZONEMNT. ADD defines
      * a series before PRINT100 will draw from it - its
      * description, the valid range it draws within, its low-water
      * count and whether gaps are allowed; CHANGE amends the
      * definition; INQUIRE shows it with the last number drawn and
      * the numbers left in the range. VOID formally voids one drawn
      * number with a reason, on the indexed void file (NUMVOID), so
      * the NUMACCT accountability report counts it as accounted
      * for rather than as a gap. Every ADD, CHANGE and VOID -
      * whether it completes or is rejected - is appended to the
      * shared audit trail under the signed-on operator's ID;
      * INQUIRE is a read-only lookup and is not audited.
      * The range edits: the low end at least 1 and below the high
      * end, the high end never below a number already drawn, and
      * the low end fixed once the series has drawn anything - the
      * numbers already handed out stay inside the range. A number
      * can only be voided if the series has drawn it, and only
      * once.
      * Ends with a graded RETURN-CODE (0 clean session, 4 one or
      * more transactions rejected), consistent with the batch
      * programs in the suite.
      * CHANGE can now define a series carried over from the old
      * register layout, which arrives with no range on file and
      * numbers already drawn: its low end may be set once, at or
      * below the last number drawn, and is fixed from then on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMBER-REGISTER-FILE ASSIGN TO "NUMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-SERIES-NAME
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT NUMBER-VOID-FILE ASSIGN TO "NUMVOID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NV-VOID-KEY
               FILE STATUS IS WS-VOID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NUMBER-REGISTER-FILE.
           COPY "number_register_record.cpy".

       FD  NUMBER-VOID-FILE.
           COPY "number_void_record.cpy".

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".

       01  WS-REGISTER-FILE-STATUS     PIC XX.
       01  WS-VOID-FILE-STATUS         PIC XX.

       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

       01  WS-DONE-FLAG                PIC X VALUE "N".
           88  MAINTENANCE-DONE            VALUE "Y".

       01  WS-TRANSACTION-CODE         PIC X(1).
           88  TRAN-ADD                    VALUE "A".
           88  TRAN-CHANGE                 VALUE "C".
           88  TRAN-VOID                   VALUE "V".
           88  TRAN-INQUIRE                VALUE "I".
           88  TRAN-EXIT                   VALUE "X".

       01  WS-INQUIRY-KEY              PIC X(8).
       01  WS-VOID-NUMBER              PIC 9(7).
       01  WS-VOID-REASON              PIC X(40).

       01  WS-OLD-RANGE-LOW            PIC 9(7).
       01  WS-NUMBERS-LEFT             PIC 9(7).

       01  WS-ADD-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-VOID-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-INQUIRY-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(5) VALUE ZERO.

       01  WS-LAST-TRANSACTION         PIC X(10) VALUE SPACES.

       01  WS-DUPLICATE-FLAG           PIC X VALUE "N".
           88  DUPLICATE-KEY-FOUND         VALUE "Y".

       01  WS-VALID-FLAG               PIC X VALUE "Y".
           88  SERIES-IS-VALID             VALUE "Y".
           88  SERIES-IS-INVALID           VALUE "N".

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
           OPEN I-O NUMBER-REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = "35"
               CLOSE NUMBER-REGISTER-FILE
               OPEN OUTPUT NUMBER-REGISTER-FILE
               CLOSE NUMBER-REGISTER-FILE
               OPEN I-O NUMBER-REGISTER-FILE
           END-IF
           OPEN I-O NUMBER-VOID-FILE
           IF WS-VOID-FILE-STATUS = "35"
               CLOSE NUMBER-VOID-FILE
               OPEN OUTPUT NUMBER-VOID-FILE
               CLOSE NUMBER-VOID-FILE
               OPEN I-O NUMBER-VOID-FILE
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
           DISPLAY "NUMBER SERIES MAINTENANCE"
           DISPLAY "A=ADD  C=CHANGE  V=VOID NUMBER  I=INQUIRE  X=EXIT"
           DISPLAY "ENTER TRANSACTION CODE: "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM 2100-ADD-SERIES
               WHEN TRAN-CHANGE
                   PERFORM 2200-CHANGE-SERIES
               WHEN TRAN-VOID
                   PERFORM 2300-VOID-NUMBER
               WHEN TRAN-INQUIRE
                   PERFORM 2400-INQUIRE-SERIES
               WHEN TRAN-EXIT
                   SET MAINTENANCE-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       2050-VALIDATE-SERIES.
           SET SERIES-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF NR-SERIES-DESCRIPTION = SPACES
               SET SERIES-IS-INVALID TO TRUE
               MOVE "DESCRIPTION MUST NOT BE BLANK"
                   TO WS-REJECT-REASON
           END-IF

           IF SERIES-IS-VALID
               IF NR-RANGE-LOW = ZERO
                   SET SERIES-IS-INVALID TO TRUE
                   MOVE "RANGE LOW MUST BE AT LEAST 1"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF SERIES-IS-VALID
               IF NR-RANGE-LOW NOT LESS THAN NR-RANGE-HIGH
                   SET SERIES-IS-INVALID TO TRUE
                   MOVE "RANGE LOW MUST BE BELOW RANGE HIGH"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF SERIES-IS-VALID
               IF NR-LOW-WATER-COUNT
                       NOT LESS THAN NR-RANGE-HIGH - NR-RANGE-LOW
                   SET SERIES-IS-INVALID TO TRUE
                   MOVE "LOW-WATER COUNT MUST BE INSIDE THE RANGE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF SERIES-IS-VALID
               IF NOT NR-GAPS-ALLOWED AND NOT NR-GAPS-NOT-ALLOWED
                   SET SERIES-IS-INVALID TO TRUE
                   MOVE "GAPS ALLOWED MUST BE Y OR N"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2080-ACCEPT-SERIES-FIELDS.
           DISPLAY "ENTER SERIES DESCRIPTION: "
           ACCEPT NR-SERIES-DESCRIPTION
           DISPLAY "ENTER RANGE LOW: "
           ACCEPT NR-RANGE-LOW
           DISPLAY "ENTER RANGE HIGH: "
           ACCEPT NR-RANGE-HIGH
           DISPLAY "ENTER LOW-WATER COUNT: "
           ACCEPT NR-LOW-WATER-COUNT
           DISPLAY "GAPS ALLOWED (Y/N): "
           ACCEPT NR-GAP-RULE.

       2090-ACCEPT-SERIES-KEY.
           DISPLAY "ENTER SERIES NAME: "
           ACCEPT NR-SERIES-NAME
           MOVE NR-SERIES-NAME TO WS-INQUIRY-KEY.

      * A new series has drawn nothing - its last number sits just
      * below the bottom of its range, so PRINT100's first draw
      * hands out the range low.
       2100-ADD-SERIES.
           MOVE "ADD" TO WS-LAST-TRANSACTION
           MOVE "N" TO WS-DUPLICATE-FLAG
           PERFORM 2090-ACCEPT-SERIES-KEY

           READ NUMBER-REGISTER-FILE
               KEY IS NR-SERIES-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "SERIES ALREADY ON FILE - USE CHANGE"
                   ADD 1 TO WS-REJECT-COUNT
                   SET DUPLICATE-KEY-FOUND TO TRUE
                   MOVE "SERIES ALREADY ON FILE" TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
           END-READ

           IF NOT DUPLICATE-KEY-FOUND
               MOVE WS-INQUIRY-KEY TO NR-SERIES-NAME
               PERFORM 2080-ACCEPT-SERIES-FIELDS

               PERFORM 2050-VALIDATE-SERIES
               IF SERIES-IS-VALID
                   IF WS-INQUIRY-KEY = SPACES
                       SET SERIES-IS-INVALID TO TRUE
                       MOVE "SERIES NAME MUST NOT BE BLANK"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF

               IF SERIES-IS-VALID
                   COMPUTE NR-LAST-NUMBER = NR-RANGE-LOW - 1

                   WRITE NUMBER-REGISTER-RECORD
                       INVALID KEY
                           DISPLAY "ADD FAILED - STATUS="
                               WS-REGISTER-FILE-STATUS
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

      * The numbers already drawn must stay inside the range - the
      * high end cannot come below the last number drawn, and the
      * low end cannot move once anything has been drawn. A series
      * that has drawn nothing simply starts from its new low end.
       2200-CHANGE-SERIES.
           MOVE "CHANGE" TO WS-LAST-TRANSACTION
           PERFORM 2090-ACCEPT-SERIES-KEY

           READ NUMBER-REGISTER-FILE
               KEY IS NR-SERIES-NAME
               INVALID KEY
                   DISPLAY "SERIES NOT ON FILE"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "SERIES NOT ON FILE" TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   MOVE NR-RANGE-LOW TO WS-OLD-RANGE-LOW
                   PERFORM 2080-ACCEPT-SERIES-FIELDS

                   PERFORM 2050-VALIDATE-SERIES
                   IF SERIES-IS-VALID
                       PERFORM 2250-VALIDATE-RANGE-CHANGE
                   END-IF

                   IF SERIES-IS-VALID
                       REWRITE NUMBER-REGISTER-RECORD
                           INVALID KEY
                               DISPLAY "CHANGE FAILED - STATUS="
                                   WS-REGISTER-FILE-STATUS
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

      * A series carried over from before ranges were kept has no
      * low end on file (zero) but has drawn numbers - its low end
      * may be set once, at or below the last number drawn, so the
      * numbers already handed out sit inside the range.
       2250-VALIDATE-RANGE-CHANGE.
           IF NR-LAST-NUMBER NOT LESS THAN WS-OLD-RANGE-LOW
                   AND NR-LAST-NUMBER > ZERO
               IF WS-OLD-RANGE-LOW = ZERO
                   IF NR-RANGE-LOW > NR-LAST-NUMBER
                       SET SERIES-IS-INVALID TO TRUE
                       MOVE "RANGE LOW IS ABOVE A NUMBER DRAWN"
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF NR-RANGE-LOW NOT = WS-OLD-RANGE-LOW
                       SET SERIES-IS-INVALID TO TRUE
                       MOVE "RANGE LOW IS FIXED ONCE NUMBERS ARE DRAWN"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF SERIES-IS-VALID
                   IF NR-RANGE-HIGH < NR-LAST-NUMBER
                       SET SERIES-IS-INVALID TO TRUE
                       MOVE "RANGE HIGH IS BELOW A NUMBER DRAWN"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           ELSE
               COMPUTE NR-LAST-NUMBER = NR-RANGE-LOW - 1
           END-IF.

      * Only a number the series has actually drawn can be voided -
      * inside its range and no higher than its last number drawn.
       2300-VOID-NUMBER.
           MOVE "VOID" TO WS-LAST-TRANSACTION
           PERFORM 2090-ACCEPT-SERIES-KEY
           MOVE ZERO TO WS-VOID-NUMBER
           MOVE SPACES TO WS-VOID-REASON

           READ NUMBER-REGISTER-FILE
               KEY IS NR-SERIES-NAME
               INVALID KEY
                   DISPLAY "SERIES NOT ON FILE"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "SERIES NOT ON FILE" TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   DISPLAY "ENTER NUMBER TO VOID: "
                   ACCEPT WS-VOID-NUMBER
                   DISPLAY "ENTER REASON FOR VOIDING: "
                   ACCEPT WS-VOID-REASON
                   PERFORM 2350-VALIDATE-VOID
                   IF SERIES-IS-VALID
                       PERFORM 2380-WRITE-VOID-RECORD
                   ELSE
                       DISPLAY "VOID REJECTED - " WS-REJECT-REASON
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE "REJECTED" TO WS-AUDIT-STATUS
                       PERFORM 2900-WRITE-AUDIT-RECORD
                   END-IF
           END-READ.

       2350-VALIDATE-VOID.
           SET SERIES-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF WS-VOID-NUMBER < NR-RANGE-LOW
                   OR WS-VOID-NUMBER > NR-LAST-NUMBER
               SET SERIES-IS-INVALID TO TRUE
               MOVE "NUMBER HAS NOT BEEN DRAWN" TO WS-REJECT-REASON
           END-IF

           IF SERIES-IS-VALID
               IF WS-VOID-REASON = SPACES
                   SET SERIES-IS-INVALID TO TRUE
                   MOVE "REASON MUST NOT BE BLANK" TO WS-REJECT-REASON
               END-IF
           END-IF.

       2380-WRITE-VOID-RECORD.
           MOVE NR-SERIES-NAME TO NV-SERIES-NAME
           MOVE WS-VOID-NUMBER TO NV-NUMBER
           MOVE PC-RUN-DATE    TO NV-VOID-DATE
           ACCEPT NV-VOID-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO NV-OPERATOR-ID
           MOVE WS-VOID-REASON TO NV-VOID-REASON

           WRITE NUMBER-VOID-RECORD
               INVALID KEY
                   DISPLAY "NUMBER ALREADY VOIDED"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "NUMBER ALREADY VOIDED" TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-VOID-COUNT
                   MOVE "COMPLETE" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
           END-WRITE.

       2400-INQUIRE-SERIES.
           MOVE "INQUIRE" TO WS-LAST-TRANSACTION
           PERFORM 2090-ACCEPT-SERIES-KEY

           READ NUMBER-REGISTER-FILE
               KEY IS NR-SERIES-NAME
               INVALID KEY
                   DISPLAY "SERIES NOT ON FILE"
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE ZERO TO WS-NUMBERS-LEFT
                   IF NR-RANGE-HIGH > NR-LAST-NUMBER
                       COMPUTE WS-NUMBERS-LEFT =
                           NR-RANGE-HIGH - NR-LAST-NUMBER
                   END-IF
                   DISPLAY "SERIES        = " NR-SERIES-NAME
                   DISPLAY "DESCRIPTION   = " NR-SERIES-DESCRIPTION
                   DISPLAY "RANGE LOW     = " NR-RANGE-LOW
                   DISPLAY "RANGE HIGH    = " NR-RANGE-HIGH
                   DISPLAY "LAST DRAWN    = " NR-LAST-NUMBER
                   DISPLAY "NUMBERS LEFT  = " WS-NUMBERS-LEFT
                   DISPLAY "LOW-WATER     = " NR-LOW-WATER-COUNT
                   DISPLAY "GAPS ALLOWED  = " NR-GAP-RULE
                   IF WS-NUMBERS-LEFT NOT > NR-LOW-WATER-COUNT
                       DISPLAY "** SERIES IS AT LOW WATER **"
                   END-IF
                   ADD 1 TO WS-INQUIRY-COUNT
           END-READ.

       2900-WRITE-AUDIT-RECORD.
           MOVE "NUMMNT"             TO AL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID       TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           IF TRAN-VOID
               STRING "TRAN=VOID SERIES=" WS-INQUIRY-KEY
                   " NO=" WS-VOID-NUMBER
                   DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION
           ELSE
               STRING "TRAN=" WS-LAST-TRANSACTION
                   " SERIES=" WS-INQUIRY-KEY
                   DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION
           END-IF

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           EVALUATE TRUE
               WHEN WS-AUDIT-STATUS NOT = "COMPLETE"
                   STRING "REASON=" WS-REJECT-REASON
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
               WHEN TRAN-VOID
                   STRING "REASON=" WS-VOID-REASON
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
               WHEN OTHER
                   STRING "RANGE=" NR-RANGE-LOW "-" NR-RANGE-HIGH
                       " LOW=" NR-LOW-WATER-COUNT
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
           END-EVALUATE

           MOVE WS-AUDIT-STATUS TO AL-COMPLETION-STATUS

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

       3000-FINALIZE.
           CLOSE NUMBER-REGISTER-FILE
           CLOSE NUMBER-VOID-FILE
           DISPLAY "ADDS=" WS-ADD-COUNT
           DISPLAY "CHANGES=" WS-CHANGE-COUNT
           DISPLAY "VOIDS=" WS-VOID-COUNT
           DISPLAY "INQUIRIES=" WS-INQUIRY-COUNT
           DISPLAY "REJECTS=" WS-REJECT-COUNT.
