      * card failed the calendar check and nothing was aged).
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * Restructured loans - those flagged modified by the loan
      * modification transaction - are now reported separately:
      * their detail lines are marked TDR, and their count and
      * balance per bucket print as their own section after the
      * book totals (the book totals still cover every loan). Every
      * active modified loan is also written to the troubled-debt
      * list (TDRLIST) regulators ask for - loan, customer,
      * modification date, balance, rate, scheduled payment, next
      * due date, days past due and bucket - with a trailer
      * carrying the count and balance total.
      * Every loan aged into the 30, 60 or 90+ bucket is now also
      * seeded onto the persistent collections worklist (COLLMSTR)
      * - added on the night it first ages, refreshed with its days
      * past due, bucket, balance and schedule every night after,
      * and stamped with the run date the aging last found it, so
      * COLLPTP can tell a loan that has cured from one still
      * owing. A resolved record that ages again is put back to
      * work with its contact trail intact.
      * Every 90+ alert line is now also raised on the shared
      * incident register through INCRAISE - a loan already carrying
      * an open or acknowledged 90+ incident has that incident
      * updated rather than a new one opened - so the alert is not
      * lost when tonight's DELQALRT generation rolls off. The
      * incidents opened, updated and not taken print under the
      * worklist counts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DELQ-ALERT-FILE ASSIGN TO "DELQALRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TDR-LIST-FILE ASSIGN TO "TDRLIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COLLECTION-FILE ASSIGN TO "COLLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-LOAN-NUMBER
               FILE STATUS IS WS-COLLECTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       FD  DELQ-ALERT-FILE.
       01  DELQ-ALERT-RECORD           PIC X(100).

       FD  TDR-LIST-FILE.
       01  TDR-LIST-RECORD             PIC X(100).

       FD  COLLECTION-FILE.
           COPY "collection_record.cpy".

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "run_control_record.cpy".
           COPY "date_calc.cpy".
           COPY "incident_request.cpy".

       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-COLLECTION-FILE-STATUS   PIC XX.

       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  END-OF-MASTER-FILE          VALUE "Y".
       01  WS-90-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-90-BALANCE               PIC 9(11)V99 VALUE ZERO.

      * The restructured (modified) loans among the above.
       01  WS-RS-CURRENT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-RS-CURRENT-BALANCE       PIC 9(11)V99 VALUE ZERO.
       01  WS-RS-30-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-RS-30-BALANCE            PIC 9(11)V99 VALUE ZERO.
       01  WS-RS-60-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-RS-60-BALANCE            PIC 9(11)V99 VALUE ZERO.
       01  WS-RS-90-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-RS-90-BALANCE            PIC 9(11)V99 VALUE ZERO.

       01  WS-TDR-COUNT                PIC 9(7) VALUE ZERO.
       01  WS-TDR-BALANCE              PIC 9(11)V99 VALUE ZERO.
       01  WS-TDR-STATUS               PIC X(8).

       01  WS-SEEDED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-NEW-WORKLIST-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-REOPENED-COUNT           PIC 9(7) VALUE ZERO.

       01  WS-INCIDENT-OPENED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-INCIDENT-UPDATED-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-INCIDENT-FAILED-COUNT    PIC 9(7) VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(30) VALUE
               "LOAN DELINQUENCY AGING".
           05  DL-BUCKET               PIC X(7).
           05  FILLER                  PIC X(9) VALUE " BALANCE=".
           05  DL-BALANCE              PIC ZZZZZZ9.99.
           05  DL-RESTRUCTURED         PIC X(4).

       01  WS-BUCKET-TOTAL-LINE.
           05  BT-BUCKET               PIC X(8).
               " BAD DUE DATES=".
           05  TL-BAD-DUE-DATES        PIC ZZZZZZ9.

       01  WS-WORKLIST-LINE.
           05  FILLER                  PIC X(28) VALUE
               "COLLECTIONS WORKLIST SEEDED=".
           05  WL-SEEDED-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(6) VALUE " NEW=".
           05  WL-NEW-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE " REOPENED=".
           05  WL-REOPENED-COUNT       PIC ZZZZZZ9.

       01  WS-INCIDENT-LINE.
           05  FILLER                  PIC X(17) VALUE
               "INCIDENTS OPENED=".
           05  IL-OPENED-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE " UPDATED=".
           05  IL-UPDATED-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE " NOT TAKEN=".
           05  IL-FAILED-COUNT         PIC ZZZZZZ9.

       01  WS-RESTRUCTURED-HEADING     PIC X(50) VALUE
           "RESTRUCTURED LOANS - INCLUDED IN THE TOTALS ABOVE".

       01  WS-TDR-HEADING.
           05  FILLER                  PIC X(30) VALUE
               "TROUBLED DEBT RESTRUCTURINGS".
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  TH-RUN-DATE             PIC 9(8).

       01  WS-TDR-LINE.
           05  TD-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  TD-CUSTOMER-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  TD-MODIFICATION-DATE    PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  TD-BALANCE              PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  TD-RATE                 PIC ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  TD-SCHEDULED-PAYMENT    PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  TD-NEXT-DUE-DATE        PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  TD-DAYS-PAST-DUE        PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  TD-STATUS               PIC X(8).

       01  WS-TDR-TRAILER.
           05  FILLER                  PIC X(14) VALUE
               "TDR LOANS=".
           05  TT-COUNT                PIC ZZZZZZ9.
           05  FILLER                  PIC X(9) VALUE " BALANCE=".
           05  TT-BALANCE              PIC ZZZZZZZZZZ9.99.

       01  WS-ALERT-LINE.
           05  FILLER                  PIC X(9) VALUE "CRITICAL".
           05  FILLER                  PIC X(5) VALUE "LOAN=".

           OPEN OUTPUT AGING-REPORT-FILE
           OPEN OUTPUT DELQ-ALERT-FILE
           OPEN OUTPUT TDR-LIST-FILE

           MOVE PC-RUN-DATE TO RH-RUN-DATE
           WRITE AGING-REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE PC-RUN-DATE TO TH-RUN-DATE
           WRITE TDR-LIST-RECORD FROM WS-TDR-HEADING

           MOVE PC-RUN-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
               SET END-OF-MASTER-FILE TO TRUE
           ELSE
               MOVE DK-DAY-NUMBER TO WS-RUN-DAY-NUMBER
               OPEN I-O COLLECTION-FILE
               IF WS-COLLECTION-FILE-STATUS = "35"
                   CLOSE COLLECTION-FILE
                   OPEN OUTPUT COLLECTION-FILE
                   CLOSE COLLECTION-FILE
                   OPEN I-O COLLECTION-FILE
               END-IF
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-MASTER-FILE-STATUS = "35"
                   SET END-OF-MASTER-FILE TO TRUE

       2000-AGE-LOAN.
           ADD 1 TO WS-MASTER-READ-COUNT
           MOVE ZERO TO WS-DAYS-PAST-DUE
           MOVE "UNSCHED" TO WS-TDR-STATUS

           IF LM-STATUS-ACTIVE
               IF LM-NEXT-DUE-DATE = ZERO
               ELSE
                   PERFORM 2100-BUCKET-ONE-LOAN
               END-IF
               IF LM-LOAN-MODIFIED
                   PERFORM 2400-WRITE-TDR-LINE
               END-IF
           END-IF

           READ LOAN-MASTER-FILE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-INVALID
               ADD 1 TO WS-BAD-DUE-DATE-COUNT
               MOVE "BAD DATE" TO WS-TDR-STATUS
           ELSE
               MOVE DK-DAY-NUMBER TO WS-DUE-DAY-NUMBER
               COMPUTE WS-DAYS-PAST-DUE =
                       ADD LM-CURRENT-BALANCE TO WS-30-BALANCE
                       MOVE "30 DAY" TO DL-BUCKET
                       PERFORM 2200-WRITE-DETAIL-LINE
                       PERFORM 2500-SEED-COLLECTIONS
                   WHEN WS-DAYS-PAST-DUE < 90
                       ADD 1 TO WS-60-COUNT
                       ADD LM-CURRENT-BALANCE TO WS-60-BALANCE
                       MOVE "60 DAY" TO DL-BUCKET
                       PERFORM 2200-WRITE-DETAIL-LINE
                       PERFORM 2500-SEED-COLLECTIONS
                   WHEN OTHER
                       ADD 1 TO WS-90-COUNT
                       ADD LM-CURRENT-BALANCE TO WS-90-BALANCE
                       MOVE "90 PLUS" TO DL-BUCKET
                       PERFORM 2200-WRITE-DETAIL-LINE
                       PERFORM 2300-WRITE-ALERT-LINE
                       PERFORM 2500-SEED-COLLECTIONS
               END-EVALUATE
               IF LM-LOAN-MODIFIED
                   PERFORM 2150-TOTAL-RESTRUCTURED-LOAN
               END-IF
           END-IF.

      * A modified loan is counted a second time, in the
      * restructured section, in the same bucket it just landed in.
       2150-TOTAL-RESTRUCTURED-LOAN.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 30
                   ADD 1 TO WS-RS-CURRENT-COUNT
                   ADD LM-CURRENT-BALANCE TO WS-RS-CURRENT-BALANCE
                   MOVE "CURRENT" TO WS-TDR-STATUS
               WHEN WS-DAYS-PAST-DUE < 60
                   ADD 1 TO WS-RS-30-COUNT
                   ADD LM-CURRENT-BALANCE TO WS-RS-30-BALANCE
                   MOVE "30 DAY" TO WS-TDR-STATUS
               WHEN WS-DAYS-PAST-DUE < 90
                   ADD 1 TO WS-RS-60-COUNT
                   ADD LM-CURRENT-BALANCE TO WS-RS-60-BALANCE
                   MOVE "60 DAY" TO WS-TDR-STATUS
               WHEN OTHER
                   ADD 1 TO WS-RS-90-COUNT
                   ADD LM-CURRENT-BALANCE TO WS-RS-90-BALANCE
                   MOVE "90 PLUS" TO WS-TDR-STATUS
           END-EVALUATE.

       2200-WRITE-DETAIL-LINE.
           MOVE LM-LOAN-NUMBER   TO DL-LOAN-NUMBER
           MOVE LM-NEXT-DUE-DATE TO DL-NEXT-DUE-DATE
           MOVE WS-DAYS-PAST-DUE TO DL-DAYS-PAST-DUE
           MOVE LM-CURRENT-BALANCE TO DL-BALANCE
           IF LM-LOAN-MODIFIED
               MOVE " TDR" TO DL-RESTRUCTURED
           ELSE
               MOVE SPACES TO DL-RESTRUCTURED
           END-IF
           WRITE AGING-REPORT-RECORD FROM WS-DETAIL-LINE.

       2300-WRITE-ALERT-LINE.
           MOVE LM-CUSTOMER-NUMBER TO DA-CUSTOMER-NUMBER
           MOVE WS-DAYS-PAST-DUE   TO DA-DAYS-PAST-DUE
           MOVE LM-CURRENT-BALANCE TO DA-BALANCE
           WRITE DELQ-ALERT-RECORD FROM WS-ALERT-LINE
           PERFORM 2350-RAISE-INCIDENT.

      * The loan's 90+ condition goes on the incident register - a
      * register that cannot take it is counted and the aging goes
      * on; the alert line itself is already written.
       2350-RAISE-INCIDENT.
           MOVE "D9"              TO IR-CONDITION-CODE
           MOVE LM-LOAN-NUMBER    TO IR-ITEM-KEY
           MOVE "LOANDELQ"        TO IR-SOURCE-PROGRAM
           MOVE "CRITICAL"        TO IR-SEVERITY
           MOVE PC-RUN-DATE       TO IR-RUN-DATE
           MOVE WS-ALERT-LINE (10:) TO IR-DETAIL
           CALL "INCRAISE" USING INCIDENT-REQUEST
           EVALUATE TRUE
               WHEN IR-INCIDENT-OPENED
                   ADD 1 TO WS-INCIDENT-OPENED-COUNT
               WHEN IR-INCIDENT-UPDATED
                   ADD 1 TO WS-INCIDENT-UPDATED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-INCIDENT-FAILED-COUNT
           END-EVALUATE.

      * One troubled-debt line per active modified loan, aged or
      * not - a loan not yet past its new first due date shows zero
      * days past due.
       2400-WRITE-TDR-LINE.
           ADD 1 TO WS-TDR-COUNT
           ADD LM-CURRENT-BALANCE TO WS-TDR-BALANCE
           MOVE LM-LOAN-NUMBER       TO TD-LOAN-NUMBER
           MOVE LM-CUSTOMER-NUMBER   TO TD-CUSTOMER-NUMBER
           MOVE LM-MODIFICATION-DATE TO TD-MODIFICATION-DATE
           MOVE LM-CURRENT-BALANCE   TO TD-BALANCE
           MOVE LM-RATE              TO TD-RATE
           MOVE LM-SCHEDULED-PAYMENT TO TD-SCHEDULED-PAYMENT
           MOVE LM-NEXT-DUE-DATE     TO TD-NEXT-DUE-DATE
           IF WS-DAYS-PAST-DUE > ZERO
               MOVE WS-DAYS-PAST-DUE TO TD-DAYS-PAST-DUE
           ELSE
               MOVE ZERO             TO TD-DAYS-PAST-DUE
           END-IF
           MOVE WS-TDR-STATUS        TO TD-STATUS
           WRITE TDR-LIST-RECORD FROM WS-TDR-LINE.

      * Seeds or refreshes the loan's collections record with
      * tonight's aging. A new record starts with no contact and no
      * promise; a resolved record coming back to work keeps its
      * contact trail and broken-promise count, but an old promise
      * settled in the earlier episode is cleared.
       2500-SEED-COLLECTIONS.
           ADD 1 TO WS-SEEDED-COUNT
           MOVE LM-LOAN-NUMBER TO CW-LOAN-NUMBER
           READ COLLECTION-FILE
               KEY IS CW-LOAN-NUMBER
               INVALID KEY
                   PERFORM 2550-ADD-COLLECTION-RECORD
               NOT INVALID KEY
                   IF CW-STATUS-RESOLVED
                       ADD 1 TO WS-REOPENED-COUNT
                       SET CW-STATUS-WORKING TO TRUE
                       MOVE PC-RUN-DATE TO CW-FIRST-AGED-DATE
                       MOVE ZERO TO CW-RESOLVED-DATE
                       PERFORM 2560-CLEAR-PROMISE
                   END-IF
                   PERFORM 2570-REFRESH-AGING
                   REWRITE COLLECTION-RECORD
                       INVALID KEY
                           DISPLAY "COLLECTIONS REWRITE FAILED - LOAN "
                               CW-LOAN-NUMBER " STATUS="
                               WS-COLLECTION-FILE-STATUS
                   END-REWRITE
           END-READ.

       2550-ADD-COLLECTION-RECORD.
           ADD 1 TO WS-NEW-WORKLIST-COUNT
           MOVE LM-LOAN-NUMBER TO CW-LOAN-NUMBER
           SET CW-STATUS-WORKING TO TRUE
           MOVE PC-RUN-DATE TO CW-FIRST-AGED-DATE
           MOVE ZERO   TO CW-CONTACT-COUNT
           MOVE ZERO   TO CW-LAST-CONTACT-DATE
           MOVE SPACES TO CW-LAST-CONTACT-RESULT
           MOVE SPACES TO CW-LAST-CONTACT-OPERATOR
           MOVE SPACES TO CW-LAST-CONTACT-NOTE
           MOVE ZERO   TO CW-BROKEN-COUNT
           MOVE ZERO   TO CW-RESOLVED-DATE
           PERFORM 2560-CLEAR-PROMISE
           PERFORM 2570-REFRESH-AGING
           WRITE COLLECTION-RECORD
               INVALID KEY
                   DISPLAY "COLLECTIONS WRITE FAILED - LOAN "
                       CW-LOAN-NUMBER " STATUS="
                       WS-COLLECTION-FILE-STATUS
           END-WRITE.

       2560-CLEAR-PROMISE.
           SET CW-NO-PROMISE TO TRUE
           MOVE ZERO TO CW-PROMISE-TAKEN-DATE
           MOVE ZERO TO CW-PROMISE-DATE
           MOVE ZERO TO CW-PROMISE-AMOUNT
           MOVE ZERO TO CW-PROMISE-PAID
           MOVE ZERO TO CW-PROMISE-SETTLED-DATE.

       2570-REFRESH-AGING.
           MOVE LM-CUSTOMER-NUMBER   TO CW-CUSTOMER-NUMBER
           MOVE WS-DAYS-PAST-DUE     TO CW-DAYS-PAST-DUE
           MOVE DL-BUCKET            TO CW-BUCKET
           MOVE LM-CURRENT-BALANCE   TO CW-BALANCE
           MOVE LM-NEXT-DUE-DATE     TO CW-NEXT-DUE-DATE
           MOVE LM-SCHEDULED-PAYMENT TO CW-SCHEDULED-PAYMENT
           MOVE PC-RUN-DATE          TO CW-LAST-AGED-DATE.

       3000-FINALIZE.
           MOVE "CURRENT"  TO BT-BUCKET
           MOVE WS-90-BALANCE TO BT-BALANCE
           WRITE AGING-REPORT-RECORD FROM WS-BUCKET-TOTAL-LINE

           WRITE AGING-REPORT-RECORD FROM WS-RESTRUCTURED-HEADING

           MOVE "CURRENT"  TO BT-BUCKET
           MOVE WS-RS-CURRENT-COUNT   TO BT-COUNT
           MOVE WS-RS-CURRENT-BALANCE TO BT-BALANCE
           WRITE AGING-REPORT-RECORD FROM WS-BUCKET-TOTAL-LINE

           MOVE "30 DAY"   TO BT-BUCKET
           MOVE WS-RS-30-COUNT   TO BT-COUNT
           MOVE WS-RS-30-BALANCE TO BT-BALANCE
           WRITE AGING-REPORT-RECORD FROM WS-BUCKET-TOTAL-LINE

           MOVE "60 DAY"   TO BT-BUCKET
           MOVE WS-RS-60-COUNT   TO BT-COUNT
           MOVE WS-RS-60-BALANCE TO BT-BALANCE
           WRITE AGING-REPORT-RECORD FROM WS-BUCKET-TOTAL-LINE

           MOVE "90 PLUS"  TO BT-BUCKET
           MOVE WS-RS-90-COUNT   TO BT-COUNT
           MOVE WS-RS-90-BALANCE TO BT-BALANCE
           WRITE AGING-REPORT-RECORD FROM WS-BUCKET-TOTAL-LINE

           MOVE WS-TDR-COUNT   TO TT-COUNT
           MOVE WS-TDR-BALANCE TO TT-BALANCE
           WRITE TDR-LIST-RECORD FROM WS-TDR-TRAILER

           MOVE WS-MASTER-READ-COUNT  TO TL-READ-COUNT
           MOVE WS-UNSCHEDULED-COUNT  TO TL-UNSCHEDULED-COUNT
           MOVE WS-BAD-DUE-DATE-COUNT TO TL-BAD-DUE-DATES
           WRITE AGING-REPORT-RECORD FROM WS-TOTAL-LINE

           MOVE WS-SEEDED-COUNT       TO WL-SEEDED-COUNT
           MOVE WS-NEW-WORKLIST-COUNT TO WL-NEW-COUNT
           MOVE WS-REOPENED-COUNT     TO WL-REOPENED-COUNT
           WRITE AGING-REPORT-RECORD FROM WS-WORKLIST-LINE

           MOVE WS-INCIDENT-OPENED-COUNT  TO IL-OPENED-COUNT
           MOVE WS-INCIDENT-UPDATED-COUNT TO IL-UPDATED-COUNT
           MOVE WS-INCIDENT-FAILED-COUNT  TO IL-FAILED-COUNT
           WRITE AGING-REPORT-RECORD FROM WS-INCIDENT-LINE

           PERFORM 3050-WRITE-AUDIT-RECORD

           IF RUN-DATE-IS-VALID
                   AND WS-MASTER-FILE-STATUS NOT = "35"
               CLOSE LOAN-MASTER-FILE
           END-IF
           IF RUN-DATE-IS-VALID
               CLOSE COLLECTION-FILE
           END-IF
           CLOSE AGING-REPORT-FILE
           CLOSE DELQ-ALERT-FILE
           CLOSE TDR-LIST-FILE

      * An invalid run date means nothing was done - the run-control
      * record is left marked started, the same convention the

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           STRING "30=" WS-30-COUNT " 60=" WS-60-COUNT
               " 90+=" WS-90-COUNT " TDR=" WS-TDR-COUNT
               DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION

           EVALUATE TRUE
