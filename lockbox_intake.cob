       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX.

      * Modification history:
      * New program - nightly bank lockbox intake, ahead of the
      * PAYMTPOST posting run. PAYMENTS used to arrive as a bare
      * list of payments with no controls, so a file sent twice or
      * cut off partway was posted regardless. The bank's lockbox
      * file now comes in its own format - a file header carrying
      * the bank's file ID, deposit batch headers, payment details,
      * and batch and file trailers carrying item counts and dollar
      * totals - and this step stands between it and the posting
      * run.
      * The first pass proves the file: every batch's details must
      * agree with its trailer, and the whole file with the file
      * trailer. A file that is out of order, incomplete (no file
      * trailer), does not prove to its trailer, or carries a file
      * ID already on the LBXCTL accepted-file register is refused
      * outright - nothing from it reaches PAYMENTS. A batch that
      * does not prove to its own trailer in a file that otherwise
      * proves is held back whole to the LBXDUP review file.
      * The second pass screens the items of every proved batch for
      * likely duplicates - the same loan, payment date and amount
      * as an item accepted within the last PC-DUPLICATE-DAYS days,
      * kept on the indexed LBXITEM accepted-item file - and holds
      * those back to the review file too. Only clean items are
      * written to PAYMENTS, in PAYMTPOST's layout; PAYMENTS is
      * always rewritten, so a night with no lockbox file posts
      * nothing rather than last night's payments again.
      * Ends with the LBXRPT deposit reconciliation report, batch by
      * batch, that treasury ties to the bank statement, a call to
      * AUDITLOG, and a graded RETURN-CODE (0 clean or no file, 4 =
      * items held for review, 8 = the file was refused). Checks in
      * with RUNCTL like the rest of the stream.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "LBXIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-FILE-STATUS.

           SELECT LOCKBOX-CONTROL-FILE ASSIGN TO "LBXCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-FILE-ID
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT LOCKBOX-ITEM-FILE ASSIGN TO "LBXITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LI-ITEM-KEY
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT PAYMENT-TRANS-FILE ASSIGN TO "PAYMENTS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REVIEW-FILE ASSIGN TO "LBXDUP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECONCILIATION-REPORT-FILE ASSIGN TO "LBXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The bank's lockbox layout - one 80-byte record per line, the
      * first byte saying which kind it is.
       FD  LOCKBOX-FILE.
       01  LOCKBOX-RECORD.
           05  LX-RECORD-TYPE          PIC X(1).
               88  LX-FILE-HEADER          VALUE "H".
               88  LX-BATCH-HEADER         VALUE "B".
               88  LX-PAYMENT-DETAIL       VALUE "D".
               88  LX-BATCH-TRAILER        VALUE "T".
               88  LX-FILE-TRAILER         VALUE "Z".
           05  FILLER                  PIC X(79).
       01  LOCKBOX-FILE-HEADER.
           05  FILLER                  PIC X(1).
           05  LFH-FILE-ID             PIC X(12).
           05  LFH-BANK-ID             PIC X(8).
           05  LFH-CREATION-DATE       PIC 9(8).
           05  LFH-DEPOSIT-DATE        PIC 9(8).
           05  FILLER                  PIC X(43).
       01  LOCKBOX-BATCH-HEADER.
           05  FILLER                  PIC X(1).
           05  LBH-BATCH-ID            PIC X(6).
           05  LBH-DEPOSIT-DATE        PIC 9(8).
           05  FILLER                  PIC X(65).
       01  LOCKBOX-PAYMENT-DETAIL.
           05  FILLER                  PIC X(1).
           05  LPD-LOAN-NUMBER         PIC 9(6).
           05  LPD-PAYMENT-DATE        PIC 9(8).
           05  LPD-AMOUNT              PIC 9(7)V99.
           05  LPD-CHECK-NUMBER        PIC X(10).
           05  FILLER                  PIC X(46).
       01  LOCKBOX-BATCH-TRAILER.
           05  FILLER                  PIC X(1).
           05  LBT-BATCH-ID            PIC X(6).
           05  LBT-ITEM-COUNT          PIC 9(5).
           05  LBT-BATCH-TOTAL         PIC 9(9)V99.
           05  FILLER                  PIC X(57).
       01  LOCKBOX-FILE-TRAILER.
           05  FILLER                  PIC X(1).
           05  LFT-BATCH-COUNT         PIC 9(5).
           05  LFT-ITEM-COUNT          PIC 9(7).
           05  LFT-FILE-TOTAL          PIC 9(11)V99.
           05  FILLER                  PIC X(54).

      * One record per lockbox file accepted - the register a file ID
      * sent a second time is refused against.
       FD  LOCKBOX-CONTROL-FILE.
       01  LOCKBOX-CONTROL-RECORD.
           05  LC-FILE-ID              PIC X(12).
           05  LC-BANK-ID              PIC X(8).
           05  LC-DEPOSIT-DATE         PIC 9(8).
           05  LC-ACCEPTED-DATE        PIC 9(8).
           05  LC-BATCH-NUMBER         PIC 9(7).
           05  LC-BATCH-COUNT          PIC 9(5).
           05  LC-ITEM-COUNT           PIC 9(7).
           05  LC-FILE-TOTAL           PIC 9(11)V99.

      * One record per item accepted, keyed by what makes two items
      * the same payment. The file ID and item sequence tell a rerun
      * of the same file apart from a true duplicate.
       FD  LOCKBOX-ITEM-FILE.
       01  LOCKBOX-ITEM-RECORD.
           05  LI-ITEM-KEY.
               10  LI-LOAN-NUMBER      PIC 9(6).
               10  LI-PAYMENT-DATE     PIC 9(8).
               10  LI-AMOUNT           PIC 9(7)V99.
           05  LI-FILE-ID              PIC X(12).
           05  LI-BATCH-ID             PIC X(6).
           05  LI-ITEM-SEQUENCE        PIC 9(7).
           05  LI-CHECK-NUMBER         PIC X(10).
           05  LI-ACCEPTED-DATE        PIC 9(8).

       FD  PAYMENT-TRANS-FILE.
       01  PAYMENT-TRANS-RECORD.
           05  PY-LOAN-NUMBER          PIC 9(6).
           05  PY-PAYMENT-DATE         PIC 9(8).
           05  PY-AMOUNT               PIC 9(7)V99.

       FD  REVIEW-FILE.
       01  REVIEW-RECORD               PIC X(100).

       FD  RECONCILIATION-REPORT-FILE.
       01  RECONCILIATION-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "run_control_record.cpy".
           COPY "date_calc.cpy".

       01  WS-LOCKBOX-FILE-STATUS      PIC XX.
       01  WS-CONTROL-FILE-STATUS      PIC XX.
       01  WS-ITEM-FILE-STATUS         PIC XX.

       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  END-OF-LOCKBOX-FILE         VALUE "Y".

       01  WS-FILE-PRESENT-FLAG        PIC X VALUE "N".
           88  LOCKBOX-FILE-PRESENT        VALUE "Y".

       01  WS-FILE-VERDICT-FLAG        PIC X VALUE "A".
           88  FILE-IS-ACCEPTED            VALUE "A".
           88  FILE-IS-REFUSED             VALUE "R".

       01  WS-HEADER-FLAG              PIC X VALUE "N".
           88  FILE-HEADER-SEEN            VALUE "Y".
       01  WS-TRAILER-FLAG             PIC X VALUE "N".
           88  FILE-TRAILER-SEEN           VALUE "Y".
       01  WS-IN-BATCH-FLAG            PIC X VALUE "N".
           88  INSIDE-A-BATCH              VALUE "Y".
           88  BETWEEN-BATCHES             VALUE "N".

       01  WS-DUPLICATE-FLAG           PIC X VALUE "N".
           88  ITEM-IS-DUPLICATE           VALUE "Y".
           88  ITEM-IS-CLEAN               VALUE "N".

       01  WS-REFUSAL-REASON           PIC X(40) VALUE SPACES.
       01  WS-HOLD-REASON              PIC X(30).

       01  WS-FILE-ID                  PIC X(12) VALUE SPACES.
       01  WS-BANK-ID                  PIC X(8) VALUE SPACES.
       01  WS-DEPOSIT-DATE             PIC 9(8) VALUE ZERO.
       01  WS-TRAILER-BATCH-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-TRAILER-ITEM-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-TRAILER-FILE-TOTAL       PIC 9(11)V99 VALUE ZERO.

       01  WS-RUN-DAY-NUMBER           PIC 9(7) VALUE ZERO.
       01  WS-DAYS-SINCE-ACCEPTED      PIC S9(7).

      * Deposit batches as proved on the first pass, then filled in
      * with what the second pass posted and held.
       01  WS-BATCH-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-BATCH-MAX                PIC 9(3) VALUE 100.
       01  WS-BATCH-SUB                PIC 9(3).
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 100 TIMES.
               10  WS-BATCH-ID         PIC X(6).
               10  WS-BATCH-DEPOSIT-DATE PIC 9(8).
               10  WS-BATCH-ITEMS      PIC 9(5).
               10  WS-BATCH-TOTAL      PIC 9(9)V99.
               10  WS-BATCH-TRL-ITEMS  PIC 9(5).
               10  WS-BATCH-TRL-TOTAL  PIC 9(9)V99.
               10  WS-BATCH-POSTED     PIC 9(5).
               10  WS-BATCH-POSTED-AMT PIC 9(9)V99.
               10  WS-BATCH-HELD       PIC 9(5).
               10  WS-BATCH-HELD-AMT   PIC 9(9)V99.
               10  WS-BATCH-STATUS     PIC X(1).
                   88  BATCH-IS-PROVED     VALUE "P".
                   88  BATCH-IS-UNPROVED   VALUE "U".

       01  WS-RECORD-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-ITEM-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-ITEM-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01  WS-ITEM-SEQUENCE            PIC 9(7) VALUE ZERO.
       01  WS-UNPROVED-BATCH-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-POSTED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-POSTED-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-DUPLICATE-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-DUPLICATE-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-WITHHELD-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-WITHHELD-TOTAL           PIC 9(11)V99 VALUE ZERO.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(34) VALUE
               "LOCKBOX DEPOSIT RECONCILIATION".
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  RH-RUN-DATE             PIC 9(8).

       01  WS-FILE-LINE.
           05  FILLER                  PIC X(9) VALUE "FILE ID: ".
           05  FL-FILE-ID              PIC X(12).
           05  FILLER                  PIC X(8) VALUE "  BANK: ".
           05  FL-BANK-ID              PIC X(8).
           05  FILLER                  PIC X(16) VALUE
               "  DEPOSIT DATE: ".
           05  FL-DEPOSIT-DATE         PIC 9(8).

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(50) VALUE
               "BATCH   DEPOSIT   ITEMS    DEPOSIT TOTAL  POSTED  ".
           05  FILLER                  PIC X(50) VALUE
               "   POSTED AMT  HELD      HELD AMT  STATUS".

       01  WS-BATCH-LINE.
           05  BL-BATCH-ID             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BL-DEPOSIT-DATE         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BL-ITEMS                PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BL-DEPOSIT-TOTAL        PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BL-POSTED               PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BL-POSTED-AMOUNT        PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BL-HELD                 PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BL-HELD-AMOUNT          PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BL-STATUS               PIC X(14).

       01  WS-TOTAL-LINE.
           05  TL-CAPTION              PIC X(28).
           05  TL-COUNT                PIC ZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TL-AMOUNT               PIC ZZZZZZZZZZ9.99.

       01  WS-VERDICT-LINE.
           05  VL-VERDICT              PIC X(16).
           05  VL-REASON               PIC X(40).

       01  WS-REVIEW-LINE.
           05  RV-BATCH-ID             PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RV-LOAN-NUMBER          PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RV-PAYMENT-DATE         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RV-AMOUNT               PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RV-CHECK-NUMBER         PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RV-REASON               PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF LOCKBOX-FILE-PRESENT
               PERFORM 2100-PROVE-ONE-RECORD UNTIL END-OF-LOCKBOX-FILE
               PERFORM 2200-PROVE-FILE-TOTALS
               IF FILE-IS-ACCEPTED
                   PERFORM 2400-REOPEN-LOCKBOX-FILE
                   PERFORM 2500-RELEASE-ONE-RECORD
                       UNTIL END-OF-LOCKBOX-FILE
                   PERFORM 2800-REGISTER-ACCEPTED-FILE
               END-IF
           END-IF
           PERFORM 3000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * A missing or empty lockbox file is the soft case - the bank
      * sent nothing tonight. PAYMENTS is opened output either way,
      * so PAYMTPOST never sees a previous night's items.
       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD

           SET RK-FUNCTION-START TO TRUE
           MOVE PC-BATCH-NUMBER TO RK-BATCH-NUMBER
           MOVE "LOCKBOX" TO RK-STEP-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RK-RUN-REFUSED
               DISPLAY "BATCH " PC-BATCH-NUMBER
                   " STEP LOCKBOX ALREADY COMPLETE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PAYMENT-TRANS-FILE
           OPEN OUTPUT REVIEW-FILE
           OPEN OUTPUT RECONCILIATION-REPORT-FILE
           MOVE PC-RUN-DATE TO RH-RUN-DATE
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-REPORT-HEADING

           MOVE PC-RUN-DATE TO DK-DATE
           CALL "DATECALC" USING DATE-CALC-REQUEST
           IF DK-DATE-VALID
               MOVE DK-DAY-NUMBER TO WS-RUN-DAY-NUMBER
           END-IF

           OPEN INPUT LOCKBOX-FILE
           IF WS-LOCKBOX-FILE-STATUS NOT = "35"
               READ LOCKBOX-FILE
                   AT END SET END-OF-LOCKBOX-FILE TO TRUE
               END-READ
               IF END-OF-LOCKBOX-FILE
                   CLOSE LOCKBOX-FILE
               ELSE
                   SET LOCKBOX-FILE-PRESENT TO TRUE
               END-IF
           END-IF

           IF LOCKBOX-FILE-PRESENT
               IF DK-DATE-INVALID
                   MOVE "RUN DATE FAILS CALENDAR CHECK"
                       TO WS-REFUSAL-REASON
                   SET FILE-IS-REFUSED TO TRUE
               END-IF
           END-IF.

      * First pass - the file's shape and every control total. The
      * first structural fault found is the reason the file is
      * refused; the pass still runs to the end so the report shows
      * every batch as the bank sent it.
       2100-PROVE-ONE-RECORD.
           ADD 1 TO WS-RECORD-COUNT

           EVALUATE TRUE
               WHEN LX-FILE-HEADER
                   PERFORM 2110-TAKE-FILE-HEADER
               WHEN NOT FILE-HEADER-SEEN
                   MOVE "FILE HEADER MISSING" TO WS-HOLD-REASON
                   PERFORM 2190-REFUSE-FILE
               WHEN FILE-TRAILER-SEEN
                   MOVE "RECORDS AFTER FILE TRAILER" TO WS-HOLD-REASON
                   PERFORM 2190-REFUSE-FILE
               WHEN LX-BATCH-HEADER
                   PERFORM 2120-TAKE-BATCH-HEADER
               WHEN LX-PAYMENT-DETAIL
                   PERFORM 2130-TAKE-PAYMENT-DETAIL
               WHEN LX-BATCH-TRAILER
                   PERFORM 2140-TAKE-BATCH-TRAILER
               WHEN LX-FILE-TRAILER
                   PERFORM 2150-TAKE-FILE-TRAILER
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO WS-HOLD-REASON
                   PERFORM 2190-REFUSE-FILE
           END-EVALUATE

           READ LOCKBOX-FILE
               AT END SET END-OF-LOCKBOX-FILE TO TRUE
           END-READ.

       2110-TAKE-FILE-HEADER.
           IF FILE-HEADER-SEEN
               MOVE "SECOND FILE HEADER" TO WS-HOLD-REASON
               PERFORM 2190-REFUSE-FILE
           ELSE
               SET FILE-HEADER-SEEN TO TRUE
               MOVE LFH-FILE-ID      TO WS-FILE-ID
               MOVE LFH-BANK-ID      TO WS-BANK-ID
               MOVE LFH-DEPOSIT-DATE TO WS-DEPOSIT-DATE
           END-IF.

       2120-TAKE-BATCH-HEADER.
           IF INSIDE-A-BATCH
               MOVE "BATCH TRAILER MISSING" TO WS-HOLD-REASON
               PERFORM 2190-REFUSE-FILE
           END-IF
           IF WS-BATCH-COUNT NOT < WS-BATCH-MAX
               MOVE "TOO MANY BATCHES IN FILE" TO WS-HOLD-REASON
               PERFORM 2190-REFUSE-FILE
               SET BETWEEN-BATCHES TO TRUE
           ELSE
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-BATCH-COUNT   TO WS-BATCH-SUB
               MOVE LBH-BATCH-ID     TO WS-BATCH-ID (WS-BATCH-SUB)
               MOVE LBH-DEPOSIT-DATE
                   TO WS-BATCH-DEPOSIT-DATE (WS-BATCH-SUB)
               MOVE ZERO TO WS-BATCH-ITEMS (WS-BATCH-SUB)
               MOVE ZERO TO WS-BATCH-TOTAL (WS-BATCH-SUB)
               MOVE ZERO TO WS-BATCH-TRL-ITEMS (WS-BATCH-SUB)
               MOVE ZERO TO WS-BATCH-TRL-TOTAL (WS-BATCH-SUB)
               MOVE ZERO TO WS-BATCH-POSTED (WS-BATCH-SUB)
               MOVE ZERO TO WS-BATCH-POSTED-AMT (WS-BATCH-SUB)
               MOVE ZERO TO WS-BATCH-HELD (WS-BATCH-SUB)
               MOVE ZERO TO WS-BATCH-HELD-AMT (WS-BATCH-SUB)
               SET BATCH-IS-UNPROVED (WS-BATCH-SUB) TO TRUE
               SET INSIDE-A-BATCH TO TRUE
           END-IF.

       2130-TAKE-PAYMENT-DETAIL.
           EVALUATE TRUE
               WHEN BETWEEN-BATCHES
                   MOVE "PAYMENT OUTSIDE A BATCH" TO WS-HOLD-REASON
                   PERFORM 2190-REFUSE-FILE
               WHEN LPD-LOAN-NUMBER NOT NUMERIC
                       OR LPD-PAYMENT-DATE NOT NUMERIC
                       OR LPD-AMOUNT NOT NUMERIC
                   MOVE "PAYMENT DETAIL NOT NUMERIC" TO WS-HOLD-REASON
                   PERFORM 2190-REFUSE-FILE
               WHEN OTHER
                   ADD 1 TO WS-BATCH-ITEMS (WS-BATCH-SUB)
                   ADD LPD-AMOUNT TO WS-BATCH-TOTAL (WS-BATCH-SUB)
                   ADD 1 TO WS-ITEM-COUNT
                   ADD LPD-AMOUNT TO WS-ITEM-TOTAL
           END-EVALUATE.

      * A batch proves when its trailer names the same batch and
      * carries the count and total of the details actually read.
       2140-TAKE-BATCH-TRAILER.
           IF BETWEEN-BATCHES
               MOVE "BATCH TRAILER WITHOUT HEADER" TO WS-HOLD-REASON
               PERFORM 2190-REFUSE-FILE
           ELSE
               IF LBT-ITEM-COUNT NUMERIC
                   MOVE LBT-ITEM-COUNT
                       TO WS-BATCH-TRL-ITEMS (WS-BATCH-SUB)
               END-IF
               IF LBT-BATCH-TOTAL NUMERIC
                   MOVE LBT-BATCH-TOTAL
                       TO WS-BATCH-TRL-TOTAL (WS-BATCH-SUB)
               END-IF
               IF LBT-BATCH-ID = WS-BATCH-ID (WS-BATCH-SUB)
                   AND LBT-ITEM-COUNT NUMERIC
                   AND LBT-BATCH-TOTAL NUMERIC
                   AND LBT-ITEM-COUNT = WS-BATCH-ITEMS (WS-BATCH-SUB)
                   AND LBT-BATCH-TOTAL = WS-BATCH-TOTAL (WS-BATCH-SUB)
                   SET BATCH-IS-PROVED (WS-BATCH-SUB) TO TRUE
               ELSE
                   ADD 1 TO WS-UNPROVED-BATCH-COUNT
               END-IF
               SET BETWEEN-BATCHES TO TRUE
           END-IF.

       2150-TAKE-FILE-TRAILER.
           IF INSIDE-A-BATCH
               MOVE "BATCH TRAILER MISSING" TO WS-HOLD-REASON
               PERFORM 2190-REFUSE-FILE
               SET BETWEEN-BATCHES TO TRUE
           END-IF
           SET FILE-TRAILER-SEEN TO TRUE
           IF LFT-BATCH-COUNT NUMERIC
               MOVE LFT-BATCH-COUNT TO WS-TRAILER-BATCH-COUNT
           END-IF
           IF LFT-ITEM-COUNT NUMERIC
               MOVE LFT-ITEM-COUNT TO WS-TRAILER-ITEM-COUNT
           END-IF
           IF LFT-FILE-TOTAL NUMERIC
               MOVE LFT-FILE-TOTAL TO WS-TRAILER-FILE-TOTAL
           END-IF.

       2190-REFUSE-FILE.
           IF FILE-IS-ACCEPTED
               SET FILE-IS-REFUSED TO TRUE
               MOVE WS-HOLD-REASON TO WS-REFUSAL-REASON
           END-IF.

      * The whole file must be there and must prove to its own
      * trailer, and must not be one already accepted - a resend
      * of a file that was posted is exactly what this stops.
       2200-PROVE-FILE-TOTALS.
           CLOSE LOCKBOX-FILE

           IF FILE-IS-ACCEPTED
               IF NOT FILE-TRAILER-SEEN
                   MOVE "FILE TRAILER MISSING - FILE INCOMPLETE"
                       TO WS-REFUSAL-REASON
                   SET FILE-IS-REFUSED TO TRUE
               ELSE
                   IF WS-TRAILER-BATCH-COUNT NOT = WS-BATCH-COUNT
                       OR WS-TRAILER-ITEM-COUNT NOT = WS-ITEM-COUNT
                       OR WS-TRAILER-FILE-TOTAL NOT = WS-ITEM-TOTAL
                       MOVE "FILE DOES NOT PROVE TO FILE TRAILER"
                           TO WS-REFUSAL-REASON
                       SET FILE-IS-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF

           OPEN I-O LOCKBOX-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "35"
               CLOSE LOCKBOX-CONTROL-FILE
               OPEN OUTPUT LOCKBOX-CONTROL-FILE
               CLOSE LOCKBOX-CONTROL-FILE
               OPEN I-O LOCKBOX-CONTROL-FILE
           END-IF

           IF FILE-IS-ACCEPTED
               MOVE WS-FILE-ID TO LC-FILE-ID
               READ LOCKBOX-CONTROL-FILE
                   KEY IS LC-FILE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "FILE ID ALREADY ACCEPTED"
                           TO WS-REFUSAL-REASON
                       SET FILE-IS-REFUSED TO TRUE
               END-READ
           END-IF.

       2400-REOPEN-LOCKBOX-FILE.
           MOVE "N" TO WS-EOF-FLAG
           MOVE ZERO TO WS-BATCH-SUB

           OPEN I-O LOCKBOX-ITEM-FILE
           IF WS-ITEM-FILE-STATUS = "35"
               CLOSE LOCKBOX-ITEM-FILE
               OPEN OUTPUT LOCKBOX-ITEM-FILE
               CLOSE LOCKBOX-ITEM-FILE
               OPEN I-O LOCKBOX-ITEM-FILE
           END-IF

           OPEN INPUT LOCKBOX-FILE
           READ LOCKBOX-FILE
               AT END SET END-OF-LOCKBOX-FILE TO TRUE
           END-READ.

      * Second pass - the file is known good, so only the batch
      * headers (to step through the table) and the details matter.
       2500-RELEASE-ONE-RECORD.
           EVALUATE TRUE
               WHEN LX-BATCH-HEADER
                   ADD 1 TO WS-BATCH-SUB
               WHEN LX-PAYMENT-DETAIL
                   ADD 1 TO WS-ITEM-SEQUENCE
                   IF BATCH-IS-PROVED (WS-BATCH-SUB)
                       PERFORM 2600-SCREEN-DUPLICATE
                   ELSE
                       MOVE "BATCH DOES NOT PROVE" TO WS-HOLD-REASON
                       ADD 1 TO WS-WITHHELD-COUNT
                       ADD LPD-AMOUNT TO WS-WITHHELD-TOTAL
                       PERFORM 2750-WRITE-REVIEW-LINE
                   END-IF
           END-EVALUATE

           READ LOCKBOX-FILE
               AT END SET END-OF-LOCKBOX-FILE TO TRUE
           END-READ.

      * An item is a likely duplicate when the same loan, payment
      * date and amount was accepted within the window - from an
      * earlier file or earlier in this one. The same item of the
      * same file seen again is a rerun, not a duplicate.
       2600-SCREEN-DUPLICATE.
           SET ITEM-IS-CLEAN TO TRUE
           MOVE LPD-LOAN-NUMBER  TO LI-LOAN-NUMBER
           MOVE LPD-PAYMENT-DATE TO LI-PAYMENT-DATE
           MOVE LPD-AMOUNT       TO LI-AMOUNT
           READ LOCKBOX-ITEM-FILE
               KEY IS LI-ITEM-KEY
               INVALID KEY
                   PERFORM 2650-RECORD-ACCEPTED-ITEM
                   WRITE LOCKBOX-ITEM-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 2620-TEST-DUPLICATE-WINDOW
                   IF ITEM-IS-CLEAN
                       PERFORM 2650-RECORD-ACCEPTED-ITEM
                       REWRITE LOCKBOX-ITEM-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                   END-IF
           END-READ

           IF ITEM-IS-DUPLICATE
               MOVE "POSSIBLE DUPLICATE PAYMENT" TO WS-HOLD-REASON
               ADD 1 TO WS-DUPLICATE-COUNT
               ADD LPD-AMOUNT TO WS-DUPLICATE-TOTAL
               PERFORM 2750-WRITE-REVIEW-LINE
           ELSE
               PERFORM 2700-WRITE-PAYMENT
           END-IF.

       2620-TEST-DUPLICATE-WINDOW.
           IF LI-FILE-ID = WS-FILE-ID
                   AND LI-ITEM-SEQUENCE = WS-ITEM-SEQUENCE
               CONTINUE
           ELSE
               MOVE LI-ACCEPTED-DATE TO DK-DATE
               CALL "DATECALC" USING DATE-CALC-REQUEST
               IF DK-DATE-VALID
                   COMPUTE WS-DAYS-SINCE-ACCEPTED =
                       WS-RUN-DAY-NUMBER - DK-DAY-NUMBER
                   IF WS-DAYS-SINCE-ACCEPTED NOT > PC-DUPLICATE-DAYS
                       AND PC-DUPLICATE-DAYS > ZERO
                       SET ITEM-IS-DUPLICATE TO TRUE
                   END-IF
               END-IF
           END-IF.

       2650-RECORD-ACCEPTED-ITEM.
           MOVE WS-FILE-ID TO LI-FILE-ID
           MOVE WS-BATCH-ID (WS-BATCH-SUB) TO LI-BATCH-ID
           MOVE WS-ITEM-SEQUENCE TO LI-ITEM-SEQUENCE
           MOVE LPD-CHECK-NUMBER TO LI-CHECK-NUMBER
           MOVE PC-RUN-DATE      TO LI-ACCEPTED-DATE.

       2700-WRITE-PAYMENT.
           MOVE LPD-LOAN-NUMBER  TO PY-LOAN-NUMBER
           MOVE LPD-PAYMENT-DATE TO PY-PAYMENT-DATE
           MOVE LPD-AMOUNT       TO PY-AMOUNT
           WRITE PAYMENT-TRANS-RECORD

           ADD 1 TO WS-POSTED-COUNT
           ADD LPD-AMOUNT TO WS-POSTED-TOTAL
           ADD 1 TO WS-BATCH-POSTED (WS-BATCH-SUB)
           ADD LPD-AMOUNT TO WS-BATCH-POSTED-AMT (WS-BATCH-SUB).

       2750-WRITE-REVIEW-LINE.
           ADD 1 TO WS-BATCH-HELD (WS-BATCH-SUB)
           ADD LPD-AMOUNT TO WS-BATCH-HELD-AMT (WS-BATCH-SUB)

           MOVE WS-BATCH-ID (WS-BATCH-SUB) TO RV-BATCH-ID
           MOVE LPD-LOAN-NUMBER  TO RV-LOAN-NUMBER
           MOVE LPD-PAYMENT-DATE TO RV-PAYMENT-DATE
           MOVE LPD-AMOUNT       TO RV-AMOUNT
           MOVE LPD-CHECK-NUMBER TO RV-CHECK-NUMBER
           MOVE WS-HOLD-REASON   TO RV-REASON
           WRITE REVIEW-RECORD FROM WS-REVIEW-LINE.

       2800-REGISTER-ACCEPTED-FILE.
           CLOSE LOCKBOX-FILE
           CLOSE LOCKBOX-ITEM-FILE

           MOVE WS-FILE-ID             TO LC-FILE-ID
           MOVE WS-BANK-ID             TO LC-BANK-ID
           MOVE WS-DEPOSIT-DATE        TO LC-DEPOSIT-DATE
           MOVE PC-RUN-DATE            TO LC-ACCEPTED-DATE
           MOVE PC-BATCH-NUMBER        TO LC-BATCH-NUMBER
           MOVE WS-BATCH-COUNT         TO LC-BATCH-COUNT
           MOVE WS-ITEM-COUNT          TO LC-ITEM-COUNT
           MOVE WS-ITEM-TOTAL          TO LC-FILE-TOTAL
           WRITE LOCKBOX-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "LOCKBOX FILE " WS-FILE-ID
                       " NOT REGISTERED - STATUS="
                       WS-CONTROL-FILE-STATUS
           END-WRITE.

       3000-FINALIZE.
           IF LOCKBOX-FILE-PRESENT
               PERFORM 3100-WRITE-RECONCILIATION
               CLOSE LOCKBOX-CONTROL-FILE
           ELSE
               MOVE "NO LOCKBOX FILE" TO VL-VERDICT
               MOVE SPACES TO VL-REASON
               WRITE RECONCILIATION-REPORT-RECORD FROM WS-VERDICT-LINE
           END-IF

           PERFORM 3050-WRITE-AUDIT-RECORD

           CLOSE PAYMENT-TRANS-FILE
           CLOSE REVIEW-FILE
           CLOSE RECONCILIATION-REPORT-FILE

      * A refused file means nothing was posted - the run-control
      * record is left marked started so the bank's corrected resend
      * under the same batch number is allowed instead of refused.
           IF NOT FILE-IS-REFUSED
               SET RK-FUNCTION-END TO TRUE
               CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           END-IF.

       3050-WRITE-AUDIT-RECORD.
           MOVE "LOCKBOX"             TO AL-PROGRAM-NAME
           MOVE "NIGHTLY"             TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "FILE=" WS-FILE-ID " ITEMS=" WS-ITEM-COUNT
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           EVALUATE TRUE
               WHEN NOT LOCKBOX-FILE-PRESENT
                   MOVE "NO LOCKBOX FILE" TO AL-OUTPUT-DESCRIPTION
                   MOVE "COMPLETE" TO AL-COMPLETION-STATUS
               WHEN FILE-IS-REFUSED
                   STRING "REFUSED " WS-REFUSAL-REASON
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
                   MOVE "REJECTED" TO AL-COMPLETION-STATUS
               WHEN OTHER
                   STRING "POSTED=" WS-POSTED-COUNT
                       " DUP=" WS-DUPLICATE-COUNT
                       " HELD=" WS-WITHHELD-COUNT
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
                   IF WS-DUPLICATE-COUNT = ZERO
                           AND WS-WITHHELD-COUNT = ZERO
                       MOVE "COMPLETE" TO AL-COMPLETION-STATUS
                   ELSE
                       MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
                   END-IF
           END-EVALUATE

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      * The deposit reconciliation - one line per deposit batch as
      * the bank sent it, then the file's totals broken down into
      * what was posted and what was held, and the verdict.
       3100-WRITE-RECONCILIATION.
           MOVE WS-FILE-ID      TO FL-FILE-ID
           MOVE WS-BANK-ID      TO FL-BANK-ID
           MOVE WS-DEPOSIT-DATE TO FL-DEPOSIT-DATE
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-FILE-LINE
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-COLUMN-HEADING

           MOVE 1 TO WS-BATCH-SUB
           PERFORM 3150-WRITE-BATCH-LINE
               UNTIL WS-BATCH-SUB > WS-BATCH-COUNT

           MOVE "BANK FILE TRAILER TOTAL     " TO TL-CAPTION
           MOVE WS-TRAILER-ITEM-COUNT TO TL-COUNT
           MOVE WS-TRAILER-FILE-TOTAL TO TL-AMOUNT
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-TOTAL-LINE

           MOVE "DEPOSIT ITEMS READ          " TO TL-CAPTION
           MOVE WS-ITEM-COUNT TO TL-COUNT
           MOVE WS-ITEM-TOTAL TO TL-AMOUNT
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-TOTAL-LINE

           MOVE "RELEASED TO PAYMENTS        " TO TL-CAPTION
           MOVE WS-POSTED-COUNT TO TL-COUNT
           MOVE WS-POSTED-TOTAL TO TL-AMOUNT
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-TOTAL-LINE

           MOVE "HELD - POSSIBLE DUPLICATE   " TO TL-CAPTION
           MOVE WS-DUPLICATE-COUNT TO TL-COUNT
           MOVE WS-DUPLICATE-TOTAL TO TL-AMOUNT
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-TOTAL-LINE

           MOVE "HELD - BATCH DOES NOT PROVE " TO TL-CAPTION
           MOVE WS-WITHHELD-COUNT TO TL-COUNT
           MOVE WS-WITHHELD-TOTAL TO TL-AMOUNT
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-TOTAL-LINE

           IF FILE-IS-ACCEPTED
               MOVE "FILE ACCEPTED" TO VL-VERDICT
               MOVE SPACES TO VL-REASON
           ELSE
               MOVE "FILE REFUSED - " TO VL-VERDICT
               MOVE WS-REFUSAL-REASON TO VL-REASON
           END-IF
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-VERDICT-LINE.

       3150-WRITE-BATCH-LINE.
           MOVE WS-BATCH-ID (WS-BATCH-SUB)     TO BL-BATCH-ID
           MOVE WS-BATCH-DEPOSIT-DATE (WS-BATCH-SUB)
               TO BL-DEPOSIT-DATE
           MOVE WS-BATCH-ITEMS (WS-BATCH-SUB)  TO BL-ITEMS
           MOVE WS-BATCH-TOTAL (WS-BATCH-SUB)  TO BL-DEPOSIT-TOTAL
           MOVE WS-BATCH-POSTED (WS-BATCH-SUB) TO BL-POSTED
           MOVE WS-BATCH-POSTED-AMT (WS-BATCH-SUB)
               TO BL-POSTED-AMOUNT
           MOVE WS-BATCH-HELD (WS-BATCH-SUB)   TO BL-HELD
           MOVE WS-BATCH-HELD-AMT (WS-BATCH-SUB)
               TO BL-HELD-AMOUNT
           IF BATCH-IS-PROVED (WS-BATCH-SUB)
               MOVE "PROVED"         TO BL-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO BL-STATUS
           END-IF
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-BATCH-LINE
           ADD 1 TO WS-BATCH-SUB.

      * Graded completion code for the NIGHTLY COND gating: a
      * refused file stops the stream before anything is posted
      * against it; items held for review are a warning.
       9000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT LOCKBOX-FILE-PRESENT
                   MOVE 0 TO RETURN-CODE
               WHEN FILE-IS-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DUPLICATE-COUNT > ZERO
                       OR WS-WITHHELD-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
