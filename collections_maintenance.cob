       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLMNT.

      * Modification history:
      * New program - online (terminal) collections transaction
      * against the persistent collections worklist (COLLMSTR) the
      * nightly LOANDELQ aging seeds. Supports CONTACT and INQUIRE
      * transactions keyed by loan number. CONTACT logs the result
      * of a call to the borrower (no answer, left message, promise
      * to pay, refused, dispute, wrong number) with a free-text
      * note; a promise to pay also takes the date the borrower
      * promised to pay by (a real calendar date, not before the
      * run date) and the amount promised, and replaces any promise
      * still open. The nightly COLLPTP run checks the promise
      * against the payments PAYMTPOST posts and marks it kept or
      * broken. A contact logged on a loan whose promise was broken
      * takes it off the top of the worklist - the collector has
      * followed it up. Only a loan still being worked can be
      * contacted; a resolved record is read-only.
      * Every contact is appended to the cumulative contact-note
      * file (COLLNOTE), so the whole conversation with a borrower
      * survives - the collections record itself holds only the
      * latest contact - and every CONTACT transaction, completed
      * or rejected, goes to the shared audit trail. The session
      * starts with an operator sign-on like LOANMAINT, and the
      * operator's ID is stamped on the contact, the note and the
      * audit record. INQUIRE is a read-only lookup and is not
      * audited.
      * Ends with a graded RETURN-CODE (0 clean session, 4 one or
      * more transactions rejected).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-FILE ASSIGN TO "COLLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-LOAN-NUMBER
               FILE STATUS IS WS-COLLECTION-FILE-STATUS.

           SELECT CONTACT-NOTE-FILE ASSIGN TO "COLLNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLECTION-FILE.
           COPY "collection_record.cpy".

       FD  CONTACT-NOTE-FILE.
       01  CONTACT-NOTE-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "date_calc.cpy".

       01  WS-COLLECTION-FILE-STATUS   PIC XX.
       01  WS-NOTE-FILE-STATUS         PIC XX.

       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

       01  WS-DONE-FLAG                PIC X VALUE "N".
           88  MAINTENANCE-DONE            VALUE "Y".

       01  WS-TRANSACTION-CODE         PIC X(1).
           88  TRAN-CONTACT                VALUE "C".
           88  TRAN-INQUIRE                VALUE "I".
           88  TRAN-EXIT                   VALUE "X".

       01  WS-INQUIRY-KEY              PIC 9(6).

       01  WS-CONTACT-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-PROMISE-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-INQUIRY-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(5) VALUE ZERO.

       01  WS-LAST-TRANSACTION         PIC X(10) VALUE SPACES.

       01  WS-VALID-FLAG               PIC X VALUE "Y".
           88  CONTACT-IS-VALID            VALUE "Y".
           88  CONTACT-IS-INVALID          VALUE "N".

       01  WS-REJECT-REASON            PIC X(40).
       01  WS-AUDIT-STATUS             PIC X(10).

      * The contact as keyed - applied to the record only once
      * every edit has passed.
       01  WS-CONTACT-RESULT           PIC X(2).
           88  RESULT-IS-PROMISE           VALUE "PP".
           88  RESULT-IS-VALID             VALUE "NA" "LM" "PP"
                                                 "RF" "DS" "WN".
       01  WS-CONTACT-NOTE             PIC X(40).
       01  WS-PROMISE-DATE             PIC 9(8).
       01  WS-PROMISE-AMOUNT           PIC 9(7)V99.

       01  WS-NOTE-LINE.
           05  NL-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  NL-CONTACT-DATE         PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  NL-CONTACT-TIME         PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  NL-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  NL-RESULT               PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  NL-PROMISE-DATE         PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  NL-PROMISE-AMOUNT       PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  NL-NOTE                 PIC X(40).

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

      * The worklist is seeded by the nightly aging - a session
      * opened before the first aging run creates it empty, the
      * same way LOANMAINT creates LOANMSTR, and finds every loan
      * not on file.
       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD
           PERFORM 1100-OPERATOR-SIGN-ON
           OPEN I-O COLLECTION-FILE
           IF WS-COLLECTION-FILE-STATUS = "35"
               CLOSE COLLECTION-FILE
               OPEN OUTPUT COLLECTION-FILE
               CLOSE COLLECTION-FILE
               OPEN I-O COLLECTION-FILE
           END-IF
           OPEN EXTEND CONTACT-NOTE-FILE
           IF WS-NOTE-FILE-STATUS = "35"
               OPEN OUTPUT CONTACT-NOTE-FILE
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
           DISPLAY "COLLECTIONS WORKLIST"
           DISPLAY "C=CONTACT I=INQUIRE X=EXIT"
           DISPLAY "ENTER TRANSACTION CODE: "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN TRAN-CONTACT
                   PERFORM 2100-LOG-CONTACT
               WHEN TRAN-INQUIRE
                   PERFORM 2400-INQUIRE-COLLECTION
               WHEN TRAN-EXIT
                   SET MAINTENANCE-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       2100-LOG-CONTACT.
           MOVE "CONTACT" TO WS-LAST-TRANSACTION
           DISPLAY "ENTER LOAN NUMBER: "
           ACCEPT WS-INQUIRY-KEY
           MOVE WS-INQUIRY-KEY TO CW-LOAN-NUMBER
           MOVE SPACES TO WS-CONTACT-RESULT

           READ COLLECTION-FILE
               KEY IS CW-LOAN-NUMBER
               INVALID KEY
                   DISPLAY "LOAN NOT ON COLLECTIONS WORKLIST"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "LOAN NOT ON COLLECTIONS WORKLIST"
                       TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   DISPLAY "RESULT NA=NO ANSWER LM=LEFT MESSAGE"
                   DISPLAY "  PP=PROMISE TO PAY RF=REFUSED"
                   DISPLAY "  DS=DISPUTE WN=WRONG NUMBER"
                   DISPLAY "ENTER CONTACT RESULT: "
                   ACCEPT WS-CONTACT-RESULT
                   DISPLAY "ENTER NOTE: "
                   ACCEPT WS-CONTACT-NOTE
                   MOVE ZERO TO WS-PROMISE-DATE
                   MOVE ZERO TO WS-PROMISE-AMOUNT
                   IF RESULT-IS-PROMISE
                       DISPLAY "ENTER PROMISE DATE (YYYYMMDD): "
                       ACCEPT WS-PROMISE-DATE
                       DISPLAY "ENTER PROMISE AMOUNT: "
                       ACCEPT WS-PROMISE-AMOUNT
                   END-IF

                   PERFORM 2050-VALIDATE-CONTACT

                   IF CONTACT-IS-VALID
                       PERFORM 2200-APPLY-CONTACT
                   ELSE
                       DISPLAY "CONTACT REJECTED - " WS-REJECT-REASON
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE "REJECTED" TO WS-AUDIT-STATUS
                       PERFORM 2900-WRITE-AUDIT-RECORD
                   END-IF
           END-READ.

      * A resolved loan is no longer being worked. A promise date
      * must be a real calendar date no earlier than the run date,
      * for an amount greater than zero.
       2050-VALIDATE-CONTACT.
           SET CONTACT-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT CW-STATUS-WORKING
               SET CONTACT-IS-INVALID TO TRUE
               MOVE "LOAN RESOLVED - NO LONGER BEING WORKED"
                   TO WS-REJECT-REASON
           END-IF

           IF CONTACT-IS-VALID
                   AND NOT RESULT-IS-VALID
               SET CONTACT-IS-INVALID TO TRUE
               MOVE "CONTACT RESULT CODE NOT RECOGNISED"
                   TO WS-REJECT-REASON
           END-IF

           IF CONTACT-IS-VALID
                   AND WS-CONTACT-NOTE = SPACES
               SET CONTACT-IS-INVALID TO TRUE
               MOVE "CONTACT NOTE MUST NOT BE BLANK"
                   TO WS-REJECT-REASON
           END-IF

           IF CONTACT-IS-VALID
                   AND RESULT-IS-PROMISE
               IF WS-PROMISE-DATE < PC-RUN-DATE
                   SET CONTACT-IS-INVALID TO TRUE
                   MOVE "PROMISE DATE IS BEFORE THE RUN DATE"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE WS-PROMISE-DATE TO DK-DATE
                   CALL "DATECALC" USING DATE-CALC-REQUEST
                   IF DK-DATE-INVALID
                       SET CONTACT-IS-INVALID TO TRUE
                       MOVE "PROMISE DATE IS NOT A VALID DATE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF CONTACT-IS-VALID
                   AND RESULT-IS-PROMISE
                   AND WS-PROMISE-AMOUNT NOT GREATER THAN ZERO
               SET CONTACT-IS-INVALID TO TRUE
               MOVE "PROMISE AMOUNT MUST BE GREATER THAN ZERO"
                   TO WS-REJECT-REASON
           END-IF.

      * A new promise replaces any promise on the record. Any other
      * result leaves an open or kept promise alone, but clears a
      * broken one - the break has now been followed up, and the
      * broken-promise count keeps the history.
       2200-APPLY-CONTACT.
           ADD 1 TO CW-CONTACT-COUNT
           MOVE PC-RUN-DATE       TO CW-LAST-CONTACT-DATE
           MOVE WS-CONTACT-RESULT TO CW-LAST-CONTACT-RESULT
           MOVE WS-OPERATOR-ID    TO CW-LAST-CONTACT-OPERATOR
           MOVE WS-CONTACT-NOTE   TO CW-LAST-CONTACT-NOTE

           IF RESULT-IS-PROMISE
               SET CW-PROMISE-OPEN TO TRUE
               MOVE PC-RUN-DATE       TO CW-PROMISE-TAKEN-DATE
               MOVE WS-PROMISE-DATE   TO CW-PROMISE-DATE
               MOVE WS-PROMISE-AMOUNT TO CW-PROMISE-AMOUNT
               MOVE ZERO              TO CW-PROMISE-PAID
               MOVE ZERO              TO CW-PROMISE-SETTLED-DATE
           ELSE
               IF CW-PROMISE-BROKEN
                   SET CW-NO-PROMISE TO TRUE
               END-IF
           END-IF

           REWRITE COLLECTION-RECORD
               INVALID KEY
                   DISPLAY "CONTACT FAILED - STATUS="
                       WS-COLLECTION-FILE-STATUS
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-CONTACT-COUNT
                   IF RESULT-IS-PROMISE
                       ADD 1 TO WS-PROMISE-COUNT
                   END-IF
                   MOVE "COMPLETE" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
                   PERFORM 2950-WRITE-CONTACT-NOTE
           END-REWRITE.

       2400-INQUIRE-COLLECTION.
           MOVE "INQUIRE" TO WS-LAST-TRANSACTION
           DISPLAY "ENTER LOAN NUMBER: "
           ACCEPT WS-INQUIRY-KEY
           MOVE WS-INQUIRY-KEY TO CW-LOAN-NUMBER

           READ COLLECTION-FILE
               KEY IS CW-LOAN-NUMBER
               INVALID KEY
                   DISPLAY "LOAN NOT ON COLLECTIONS WORKLIST"
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   DISPLAY "LOAN NUMBER   = " CW-LOAN-NUMBER
                   DISPLAY "CUSTOMER      = " CW-CUSTOMER-NUMBER
                   DISPLAY "STATUS        = " CW-RECORD-STATUS
                   DISPLAY "DAYS PAST DUE = " CW-DAYS-PAST-DUE
                   DISPLAY "BUCKET        = " CW-BUCKET
                   DISPLAY "BALANCE       = " CW-BALANCE
                   DISPLAY "NEXT DUE DATE = " CW-NEXT-DUE-DATE
                   DISPLAY "SCHED PAYMENT = " CW-SCHEDULED-PAYMENT
                   DISPLAY "FIRST AGED    = " CW-FIRST-AGED-DATE
                   DISPLAY "LAST AGED     = " CW-LAST-AGED-DATE
                   DISPLAY "CONTACTS      = " CW-CONTACT-COUNT
                   DISPLAY "LAST CONTACT  = " CW-LAST-CONTACT-DATE
                       " " CW-LAST-CONTACT-RESULT
                       " " CW-LAST-CONTACT-OPERATOR
                   DISPLAY "LAST NOTE     = " CW-LAST-CONTACT-NOTE
                   IF NOT CW-NO-PROMISE
                       DISPLAY "PROMISE       = " CW-PROMISE-STATUS
                       DISPLAY "PROMISE DATE  = " CW-PROMISE-DATE
                       DISPLAY "PROMISE AMT   = " CW-PROMISE-AMOUNT
                       DISPLAY "PAID TO DATE  = " CW-PROMISE-PAID
                   END-IF
                   DISPLAY "BROKEN COUNT  = " CW-BROKEN-COUNT
                   IF CW-STATUS-RESOLVED
                       DISPLAY "RESOLVED      = " CW-RESOLVED-DATE
                   END-IF
                   ADD 1 TO WS-INQUIRY-COUNT
           END-READ.

       2900-WRITE-AUDIT-RECORD.
           MOVE "COLLMNT"            TO AL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID       TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "TRAN=" WS-LAST-TRANSACTION " LOAN=" CW-LOAN-NUMBER
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           EVALUATE TRUE
               WHEN WS-AUDIT-STATUS NOT = "COMPLETE"
                   STRING "REASON=" WS-REJECT-REASON
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
               WHEN RESULT-IS-PROMISE
                   STRING "RESULT=PP PTP=" CW-PROMISE-DATE
                       " AMT=" CW-PROMISE-AMOUNT
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
               WHEN OTHER
                   STRING "RESULT=" CW-LAST-CONTACT-RESULT
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
           END-EVALUATE

           MOVE WS-AUDIT-STATUS TO AL-COMPLETION-STATUS

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      * One note line per completed contact, stamped with the time
      * it was keyed so a day's calls read back in order.
       2950-WRITE-CONTACT-NOTE.
           MOVE CW-LOAN-NUMBER    TO NL-LOAN-NUMBER
           MOVE PC-RUN-DATE       TO NL-CONTACT-DATE
           ACCEPT NL-CONTACT-TIME FROM TIME
           MOVE WS-OPERATOR-ID    TO NL-OPERATOR-ID
           MOVE WS-CONTACT-RESULT TO NL-RESULT
           MOVE WS-PROMISE-DATE   TO NL-PROMISE-DATE
           MOVE WS-PROMISE-AMOUNT TO NL-PROMISE-AMOUNT
           MOVE WS-CONTACT-NOTE   TO NL-NOTE
           WRITE CONTACT-NOTE-RECORD FROM WS-NOTE-LINE.

       3000-FINALIZE.
           CLOSE CONTACT-NOTE-FILE
           CLOSE COLLECTION-FILE
           DISPLAY "CONTACTS=" WS-CONTACT-COUNT
           DISPLAY "PROMISES=" WS-PROMISE-COUNT
           DISPLAY "INQUIRIES=" WS-INQUIRY-COUNT
           DISPLAY "REJECTS=" WS-REJECT-COUNT.
