      * double-noticed tomorrow).
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * Now prints the late charges due from LM-FEES-DUE and the
      * total now due (scheduled payment plus late charges) on any
      * notice for a loan carrying fees.
      * A loan enrolled in autopay (AUTOPAY, effective by its due
      * date) now gets an autopay notice instead of a request for
      * payment - the scheduled payment will be debited from the
      * borrower's account on the date the ACH debit settles (the
      * due date, rolled past a weekend). A loan already debited is
      * noticed with the settlement date ACHORIG recorded. Autopay
      * notices are marked and counted on the register.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NOTICE-REGISTER-FILE ASSIGN TO "NOTCREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUTOPAY-FILE ASSIGN TO "AUTOPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-LOAN-NUMBER
               FILE STATUS IS WS-AUTOPAY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       FD  CUSTOMER-MASTER-FILE.
           COPY "customer_master_record.cpy".

       FD  AUTOPAY-FILE.
           COPY "autopay_record.cpy".

       FD  NOTICE-PRINT-FILE.
       01  NOTICE-PRINT-RECORD         PIC X(80).


       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-CUSTOMER-FILE-STATUS     PIC XX.
       01  WS-AUTOPAY-FILE-STATUS      PIC XX.

       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  END-OF-MASTER-SWEEP         VALUE "Y".
       01  WS-CUSTOMER-FOUND-FLAG      PIC X VALUE "N".
           88  CUSTOMER-RECORD-FOUND       VALUE "Y".

       01  WS-AUTOPAY-FLAG             PIC X VALUE "N".
           88  LOAN-ON-AUTOPAY             VALUE "Y".

       01  WS-RUN-DAY-NUMBER           PIC 9(7).
       01  WS-DUE-DAY-NUMBER           PIC 9(7).
       01  WS-DAYS-TO-DUE              PIC S9(5).
       01  WS-TOTAL-NOW-DUE            PIC 9(8)V99.
       01  WS-DEBIT-DATE               PIC 9(8).

      * Calendar walk for rolling a weekend due date to the next
      * business day - the same roll ACHORIG settles on.
       01  WS-WORK-DATE.
           05  WS-WORK-YEAR            PIC 9(4).
           05  WS-WORK-MONTH           PIC 9(2).
           05  WS-WORK-DAY             PIC 9(2).

       01  WS-MASTER-READ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-NOTICE-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-AUTOPAY-NOTICE-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-ALREADY-NOTICED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-SCHEDULED-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-REWRITE-FAIL-COUNT       PIC 9(7) VALUE ZERO.
               "NOTICE DATE: ".
           05  NH-RUN-DATE             PIC 9(8).

       01  WS-AUTOPAY-HEADING.
           05  FILLER                  PIC X(22) VALUE
               "AUTOPAY PAYMENT NOTICE".
           05  FILLER                  PIC X(14) VALUE
               "NOTICE DATE: ".
           05  AH-RUN-DATE             PIC 9(8).

       01  WS-MAIL-NAME-LINE.
           05  MN-NAME                 PIC X(30).

           05  FILLER                  PIC X(9) VALUE "  AMOUNT=".
           05  ND-SCHEDULED-PAYMENT    PIC ZZZZZZ9.99.

       01  WS-NOTICE-DEBIT-LINE.
           05  FILLER                  PIC X(21) VALUE
               "WILL BE DEBITED ON: ".
           05  NB-DEBIT-DATE           PIC 9(8).
           05  FILLER                  PIC X(9) VALUE "  AMOUNT=".
           05  NB-SCHEDULED-PAYMENT    PIC ZZZZZZ9.99.

       01  WS-NOTICE-ACCOUNT-LINE.
           05  FILLER                  PIC X(25) VALUE
               "FROM YOUR BANK ACCOUNT - ".
           05  NA-ACCOUNT-TYPE         PIC X(8).
           05  FILLER                  PIC X(10) VALUE " ROUTING ".
           05  NA-ROUTING-NUMBER       PIC 9(9).

       01  WS-NOTICE-FEES-LINE.
           05  FILLER                  PIC X(18) VALUE
               "LATE CHARGES DUE: ".
           05  NF-FEES-DUE             PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(17) VALUE
               "  TOTAL NOW DUE=".
           05  NF-TOTAL-NOW-DUE        PIC ZZZZZZZ9.99.

       01  WS-NOTICE-POSITION-LINE.
           05  FILLER                  PIC X(17) VALUE
               "ACCRUED INTEREST=".
           05  RL-NEXT-DUE-DATE        PIC 9(8).
           05  FILLER                  PIC X(11) VALUE " SCHEDULED=".
           05  RL-SCHEDULED-PAYMENT    PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RL-AUTOPAY-MARK         PIC X(7).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(9) VALUE "NOTICES=".
           05  FILLER                  PIC X(17) VALUE
               " SCHEDULED TOTAL=".
           05  TL-SCHEDULED-TOTAL      PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(9) VALUE " AUTOPAY=".
           05  TL-AUTOPAY-COUNT        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT NOTICE-REGISTER-FILE
           MOVE PC-RUN-DATE TO RH-RUN-DATE
           MOVE PC-RUN-DATE TO NH-RUN-DATE
           MOVE PC-RUN-DATE TO AH-RUN-DATE
           WRITE NOTICE-REGISTER-RECORD FROM WS-REGISTER-HEADING

           MOVE PC-RUN-DATE TO DK-DATE
               MOVE DK-DAY-NUMBER TO WS-RUN-DAY-NUMBER
               OPEN I-O LOAN-MASTER-FILE
               OPEN INPUT CUSTOMER-MASTER-FILE
               OPEN INPUT AUTOPAY-FILE
               IF WS-MASTER-FILE-STATUS = "35"
                   SET END-OF-MASTER-SWEEP TO TRUE
               ELSE
           END-IF.

       2200-PRODUCE-NOTICE.
           PERFORM 2150-CHECK-AUTOPAY

           IF LOAN-ON-AUTOPAY
               WRITE NOTICE-PRINT-RECORD FROM WS-AUTOPAY-HEADING
                   AFTER ADVANCING PAGE
           ELSE
               WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-HEADING
                   AFTER ADVANCING PAGE
           END-IF

           PERFORM 2250-PRINT-MAILING-ADDRESS

           MOVE LM-LOAN-NUMBER TO NL-LOAN-NUMBER
           WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-LOAN-LINE

           IF LOAN-ON-AUTOPAY
               MOVE WS-DEBIT-DATE        TO NB-DEBIT-DATE
               MOVE LM-SCHEDULED-PAYMENT TO NB-SCHEDULED-PAYMENT
               WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-DEBIT-LINE
               IF AP-ACCOUNT-SAVINGS
                   MOVE "SAVINGS" TO NA-ACCOUNT-TYPE
               ELSE
                   MOVE "CHECKING" TO NA-ACCOUNT-TYPE
               END-IF
               MOVE AP-ROUTING-NUMBER TO NA-ROUTING-NUMBER
               WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-ACCOUNT-LINE
           ELSE
               MOVE LM-NEXT-DUE-DATE     TO ND-NEXT-DUE-DATE
               MOVE LM-SCHEDULED-PAYMENT TO ND-SCHEDULED-PAYMENT
               WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-DUE-LINE
           END-IF

           IF LM-FEES-DUE > ZERO
               COMPUTE WS-TOTAL-NOW-DUE =
                   LM-SCHEDULED-PAYMENT + LM-FEES-DUE
               MOVE LM-FEES-DUE      TO NF-FEES-DUE
               MOVE WS-TOTAL-NOW-DUE TO NF-TOTAL-NOW-DUE
               WRITE NOTICE-PRINT-RECORD FROM WS-NOTICE-FEES-LINE
           END-IF

           MOVE LM-ACCRUED-INTEREST TO NP-ACCRUED-INTEREST
           MOVE LM-CURRENT-BALANCE  TO NP-CURRENT-BALANCE
               NOT INVALID KEY
                   ADD 1 TO WS-NOTICE-COUNT
                   ADD LM-SCHEDULED-PAYMENT TO WS-SCHEDULED-TOTAL
                   IF LOAN-ON-AUTOPAY
                       ADD 1 TO WS-AUTOPAY-NOTICE-COUNT
                   END-IF
                   PERFORM 2300-WRITE-REGISTER-LINE
           END-REWRITE.

      * An enrolled loan is noticed as autopay when its due date
      * will actually be debited: already originated (the settle
      * date ACHORIG recorded), or still to be originated - the
      * due date rolled past a weekend has not yet arrived.
      * Otherwise the borrower is asked to pay as usual.
       2150-CHECK-AUTOPAY.
           MOVE "N" TO WS-AUTOPAY-FLAG
           MOVE ZERO TO WS-DEBIT-DATE
           IF WS-AUTOPAY-FILE-STATUS NOT = "35"
               MOVE LM-LOAN-NUMBER TO AP-LOAN-NUMBER
               READ AUTOPAY-FILE
                   KEY IS AP-LOAN-NUMBER
                   INVALID KEY
                       MOVE "N" TO AP-ENROLLED-FLAG
               END-READ
               IF AP-ENROLLED
                       AND AP-EFFECTIVE-DATE
                           NOT GREATER THAN LM-NEXT-DUE-DATE
                   IF AP-ORIGINATED-DUE-DATE = LM-NEXT-DUE-DATE
                           AND AP-PENDING-SETTLE-DATE NOT = ZERO
                       MOVE AP-PENDING-SETTLE-DATE TO WS-DEBIT-DATE
                       SET LOAN-ON-AUTOPAY TO TRUE
                   ELSE
                       IF AP-ORIGINATED-DUE-DATE
                               NOT = LM-NEXT-DUE-DATE
                           PERFORM 2160-ROLL-DUE-DATE
                           IF WS-DEBIT-DATE > PC-RUN-DATE
                               SET LOAN-ON-AUTOPAY TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2160-ROLL-DUE-DATE.
           MOVE LM-NEXT-DUE-DATE TO WS-WORK-DATE
           MOVE WS-WORK-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           PERFORM 2170-NEXT-CALENDAR-DAY
               UNTIL DK-BUSINESS-DAY
           MOVE WS-WORK-DATE TO WS-DEBIT-DATE.

      * Day after WS-WORK-DATE; a day past the month end becomes
      * the first of the next month.
       2170-NEXT-CALENDAR-DAY.
           ADD 1 TO WS-WORK-DAY
           MOVE WS-WORK-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-INVALID
               MOVE 1 TO WS-WORK-DAY
               ADD 1 TO WS-WORK-MONTH
               IF WS-WORK-MONTH > 12
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
               MOVE WS-WORK-DATE TO DK-DATE
               CALL "DATECALC" USING DATE-CALC-REQUEST
           END-IF.

       2250-PRINT-MAILING-ADDRESS.
           MOVE "N" TO WS-CUSTOMER-FOUND-FLAG
           IF WS-CUSTOMER-FILE-STATUS NOT = "35"
           MOVE LM-CUSTOMER-NUMBER   TO RL-CUSTOMER-NUMBER
           MOVE LM-NEXT-DUE-DATE     TO RL-NEXT-DUE-DATE
           MOVE LM-SCHEDULED-PAYMENT TO RL-SCHEDULED-PAYMENT
           IF LOAN-ON-AUTOPAY
               MOVE "AUTOPAY" TO RL-AUTOPAY-MARK
           ELSE
               MOVE SPACES TO RL-AUTOPAY-MARK
           END-IF
           WRITE NOTICE-REGISTER-RECORD FROM WS-REGISTER-LINE.

       3000-FINALIZE.
           MOVE WS-NOTICE-COUNT          TO TL-NOTICE-COUNT
           MOVE WS-ALREADY-NOTICED-COUNT TO TL-ALREADY-NOTICED
           MOVE WS-SCHEDULED-TOTAL       TO TL-SCHEDULED-TOTAL
           MOVE WS-AUTOPAY-NOTICE-COUNT  TO TL-AUTOPAY-COUNT
           WRITE NOTICE-REGISTER-RECORD FROM WS-TOTAL-LINE

           PERFORM 3050-WRITE-AUDIT-RECORD
               IF WS-CUSTOMER-FILE-STATUS NOT = "35"
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
               IF WS-AUTOPAY-FILE-STATUS NOT = "35"
                   CLOSE AUTOPAY-FILE
               END-IF
           END-IF
           CLOSE NOTICE-PRINT-FILE
           CLOSE NOTICE-REGISTER-FILE
