       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCONV.

      * Modification history:
      * New program - one-time conversion of the loan files to the
      * widened record layouts, run once at install ahead of the
      * first nightly cycle on the new programs. Four files are
      * rebuilt, old layout in and new layout out, each to a fresh
      * copy the job swaps in over the live file:
      *   LOANMSTR 111 -> 191 bytes. Every field the old master
      *   carried is moved across by name; the fields added since -
      *   fees due and the late-charge date, the charge-off date and
      *   amounts, the modification date, the rate-reset and
      *   reset-notice dates and the credit-bureau closed date - are
      *   zero, and the modified flag is N, exactly as ADD sets
      *   them for a new loan.
      *   LOANHIST 67 -> 85 bytes. The event is copied as it was
      *   written, with zero fee amount and zero fees after - no
      *   loan carried fees before the fee fields existed.
      *   PAYCTL 40 -> 67 bytes. Every old control record was
      *   written by the PAYMTPOST posting run, so it is typed P;
      *   the fee and recovery totals are zero.
      *   PRODMSTR 55 -> 97 bytes. The product's rate band, term,
      *   frequencies and status are moved across; every product
      *   comes over fixed-rate with no late fee - zero grace days
      *   and late charge, rate type F, and zero index, margin,
      *   reset months, caps, floors and notice days - until PRODMNT
      *   sets its late-fee or floating-rate terms.
      * Control counts prove, file by file, records in = records
      * out with no write failures - the run ends RETURN-CODE 12 if
      * any file does not balance, and the job must not swap any of
      * the converted files in. A file not yet on disk converts to
      * an empty file in balance. Ends with a call to AUDITLOG to
      * record the run in the shared audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-LOAN-NUMBER
               FILE STATUS IS WS-OLD-MASTER-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS WS-NEW-MASTER-STATUS.

           SELECT OLD-HISTORY-FILE ASSIGN TO "LOANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-HISTORY-STATUS.

           SELECT LOAN-HISTORY-FILE ASSIGN TO "HISTNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OLD-CONTROL-FILE ASSIGN TO "PAYCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-CONTROL-STATUS.

           SELECT PAYMENT-CONTROL-FILE ASSIGN TO "PAYCNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OLD-PRODUCT-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OD-PRODUCT-CODE
               FILE STATUS IS WS-OLD-PRODUCT-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-PRODUCT-CODE
               FILE STATUS IS WS-NEW-PRODUCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The loan master as it was before the fee, charge-off,
      * modification, rate-reset and credit-bureau fields.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05  OM-LOAN-NUMBER          PIC 9(6).
           05  OM-CUSTOMER-NUMBER      PIC 9(6).
           05  OM-PRODUCT-CODE         PIC X(4).
           05  OM-PRINCIPAL            PIC 9(7)V99.
           05  OM-RATE                 PIC 9(3)V99.
           05  OM-TIME-YEARS           PIC 9(3)V99.
           05  OM-COMPOUNDING-FREQ     PIC 9.
           05  OM-NEXT-DUE-DATE        PIC 9(8).
           05  OM-SCHEDULED-PAYMENT    PIC 9(7)V99.
           05  OM-STMT-CYCLE           PIC 9(2).
           05  OM-NOTICED-DUE-DATE     PIC 9(8).
           05  OM-CURRENT-BALANCE      PIC 9(7)V99.
           05  OM-ACCRUED-INTEREST     PIC 9(9)V99.
           05  OM-INTEREST-YTD         PIC 9(9)V99.
           05  OM-LAST-ACCRUAL-DATE    PIC 9(8).
           05  OM-CLOSED-DATE          PIC 9(8).
           05  OM-RECORD-STATUS        PIC X(1).

       FD  LOAN-MASTER-FILE.
           COPY "loan_master_record.cpy".

      * The loan-history event as it was before the fee fields.
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD.
           05  OH-LOAN-NUMBER          PIC 9(6).
           05  OH-EVENT-DATE           PIC 9(8).
           05  OH-EVENT-CODE           PIC X(1).
           05  OH-BATCH-NUMBER         PIC 9(7).
           05  OH-INTEREST-AMOUNT      PIC 9(9)V99.
           05  OH-PRINCIPAL-AMOUNT     PIC 9(7)V99.
           05  OH-NEW-RATE             PIC 9(3)V99.
           05  OH-BALANCE-AFTER        PIC 9(7)V99.
           05  OH-ACCRUED-AFTER        PIC 9(9)V99.

       FD  LOAN-HISTORY-FILE.
           COPY "loan_history_record.cpy".

      * The payment control record as it was before the control
      * type and the fee and recovery totals.
       FD  OLD-CONTROL-FILE.
       01  OLD-CONTROL-RECORD.
           05  OP-BATCH-NUMBER         PIC 9(7).
           05  OP-INTEREST-TOTAL       PIC 9(11)V99.
           05  OP-PRINCIPAL-TOTAL      PIC 9(11)V99.
           05  OP-POSTED-COUNT         PIC 9(7).

       FD  PAYMENT-CONTROL-FILE.
           COPY "payment_control.cpy".

      * The product master as it was before the late-fee and
      * floating-rate terms.
       FD  OLD-PRODUCT-FILE.
       01  OLD-PRODUCT-RECORD.
           05  OD-PRODUCT-CODE         PIC X(4).
           05  OD-DESCRIPTION          PIC X(30).
           05  OD-RATE-FLOOR           PIC 9(3)V99.
           05  OD-RATE-CEILING         PIC 9(3)V99.
           05  OD-MAX-TERM-YEARS       PIC 9(3)V99.
           05  OD-FREQ-ALLOWED-FLAGS   PIC X(5).
           05  OD-RECORD-STATUS        PIC X(1).

       FD  PRODUCT-MASTER-FILE.
           COPY "product_master_record.cpy".

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".

       01  WS-OLD-MASTER-STATUS        PIC XX.
       01  WS-NEW-MASTER-STATUS        PIC XX.
       01  WS-OLD-HISTORY-STATUS       PIC XX.
       01  WS-OLD-CONTROL-STATUS       PIC XX.
       01  WS-OLD-PRODUCT-STATUS       PIC XX.
       01  WS-NEW-PRODUCT-STATUS       PIC XX.

       01  WS-MASTER-EOF-FLAG          PIC X VALUE "N".
           88  END-OF-MASTER-FILE          VALUE "Y".
       01  WS-HISTORY-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-HISTORY-FILE         VALUE "Y".
       01  WS-CONTROL-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-CONTROL-FILE         VALUE "Y".
       01  WS-PRODUCT-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-PRODUCT-FILE         VALUE "Y".

       01  WS-MASTER-IN-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-MASTER-OUT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-HISTORY-IN-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-HISTORY-OUT-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-CONTROL-IN-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-CONTROL-OUT-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-PRODUCT-IN-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-PRODUCT-OUT-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-BALANCE-FLAG             PIC X VALUE "Y".
           88  CONTROLS-IN-BALANCE         VALUE "Y".
           88  CONTROLS-OUT-OF-BALANCE     VALUE "N".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-MASTER UNTIL END-OF-MASTER-FILE
           PERFORM 2100-CONVERT-HISTORY UNTIL END-OF-HISTORY-FILE
           PERFORM 2200-CONVERT-CONTROL UNTIL END-OF-CONTROL-FILE
           PERFORM 2300-CONVERT-PRODUCT UNTIL END-OF-PRODUCT-FILE
           PERFORM 3000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * A file not on disk yet converts to an empty file - the
      * history and control files only appear after the first
      * nightly run that writes them.
       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD

           OPEN OUTPUT LOAN-MASTER-FILE
           OPEN OUTPUT LOAN-HISTORY-FILE
           OPEN OUTPUT PAYMENT-CONTROL-FILE
           OPEN OUTPUT PRODUCT-MASTER-FILE

           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLD-MASTER-STATUS = "35"
               DISPLAY "NO LOAN MASTER TO CONVERT"
               SET END-OF-MASTER-FILE TO TRUE
           ELSE
               READ OLD-MASTER-FILE
                   AT END SET END-OF-MASTER-FILE TO TRUE
               END-READ
           END-IF

           OPEN INPUT OLD-HISTORY-FILE
           IF WS-OLD-HISTORY-STATUS = "35"
               DISPLAY "NO LOAN HISTORY TO CONVERT"
               SET END-OF-HISTORY-FILE TO TRUE
           ELSE
               READ OLD-HISTORY-FILE
                   AT END SET END-OF-HISTORY-FILE TO TRUE
               END-READ
           END-IF

           OPEN INPUT OLD-CONTROL-FILE
           IF WS-OLD-CONTROL-STATUS = "35"
               DISPLAY "NO PAYMENT CONTROL FILE TO CONVERT"
               SET END-OF-CONTROL-FILE TO TRUE
           ELSE
               READ OLD-CONTROL-FILE
                   AT END SET END-OF-CONTROL-FILE TO TRUE
               END-READ
           END-IF

           OPEN INPUT OLD-PRODUCT-FILE
           IF WS-OLD-PRODUCT-STATUS = "35"
               DISPLAY "NO PRODUCT MASTER TO CONVERT"
               SET END-OF-PRODUCT-FILE TO TRUE
           ELSE
               READ OLD-PRODUCT-FILE
                   AT END SET END-OF-PRODUCT-FILE TO TRUE
               END-READ
           END-IF.

      * Written in the key order it is read in, so the fresh
      * master loads in sequence.
       2000-CONVERT-MASTER.
           ADD 1 TO WS-MASTER-IN-COUNT

           MOVE OM-LOAN-NUMBER        TO LM-LOAN-NUMBER
           MOVE OM-CUSTOMER-NUMBER    TO LM-CUSTOMER-NUMBER
           MOVE OM-PRODUCT-CODE       TO LM-PRODUCT-CODE
           MOVE OM-PRINCIPAL          TO LM-PRINCIPAL
           MOVE OM-RATE               TO LM-RATE
           MOVE OM-TIME-YEARS         TO LM-TIME-YEARS
           MOVE OM-COMPOUNDING-FREQ   TO LM-COMPOUNDING-FREQ
           MOVE OM-NEXT-DUE-DATE      TO LM-NEXT-DUE-DATE
           MOVE OM-SCHEDULED-PAYMENT  TO LM-SCHEDULED-PAYMENT
           MOVE OM-STMT-CYCLE         TO LM-STMT-CYCLE
           MOVE OM-NOTICED-DUE-DATE   TO LM-NOTICED-DUE-DATE
           MOVE OM-CURRENT-BALANCE    TO LM-CURRENT-BALANCE
           MOVE OM-ACCRUED-INTEREST   TO LM-ACCRUED-INTEREST
           MOVE OM-INTEREST-YTD       TO LM-INTEREST-YTD
           MOVE OM-LAST-ACCRUAL-DATE  TO LM-LAST-ACCRUAL-DATE
           MOVE OM-CLOSED-DATE        TO LM-CLOSED-DATE
           MOVE OM-RECORD-STATUS      TO LM-RECORD-STATUS

           MOVE ZERO TO LM-LATE-CHARGED-DUE-DATE
           MOVE ZERO TO LM-FEES-DUE
           MOVE ZERO TO LM-CHARGE-OFF-DATE
           MOVE ZERO TO LM-CHARGED-OFF-AMOUNT
           MOVE ZERO TO LM-RECOVERED-AMOUNT
           MOVE "N"  TO LM-MODIFIED-FLAG
           MOVE ZERO TO LM-MODIFICATION-DATE
           MOVE ZERO TO LM-NEXT-RESET-DATE
           MOVE ZERO TO LM-RESET-NOTICED-DATE
           MOVE ZERO TO LM-BUREAU-CLOSED-DATE

           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "NEW MASTER WRITE FAILED - LOAN "
                       LM-LOAN-NUMBER " STATUS="
                       WS-NEW-MASTER-STATUS
                   SET CONTROLS-OUT-OF-BALANCE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-MASTER-OUT-COUNT
           END-WRITE

           READ OLD-MASTER-FILE
               AT END SET END-OF-MASTER-FILE TO TRUE
           END-READ.

       2100-CONVERT-HISTORY.
           ADD 1 TO WS-HISTORY-IN-COUNT

           MOVE OH-LOAN-NUMBER        TO LH-LOAN-NUMBER
           MOVE OH-EVENT-DATE         TO LH-EVENT-DATE
           MOVE OH-EVENT-CODE         TO LH-EVENT-CODE
           MOVE OH-BATCH-NUMBER       TO LH-BATCH-NUMBER
           MOVE OH-INTEREST-AMOUNT    TO LH-INTEREST-AMOUNT
           MOVE OH-PRINCIPAL-AMOUNT   TO LH-PRINCIPAL-AMOUNT
           MOVE OH-NEW-RATE           TO LH-NEW-RATE
           MOVE OH-BALANCE-AFTER      TO LH-BALANCE-AFTER
           MOVE OH-ACCRUED-AFTER      TO LH-ACCRUED-AFTER
           MOVE ZERO                  TO LH-FEE-AMOUNT
           MOVE ZERO                  TO LH-FEES-AFTER

           WRITE LOAN-HISTORY-RECORD
           ADD 1 TO WS-HISTORY-OUT-COUNT

           READ OLD-HISTORY-FILE
               AT END SET END-OF-HISTORY-FILE TO TRUE
           END-READ.

       2200-CONVERT-CONTROL.
           ADD 1 TO WS-CONTROL-IN-COUNT

           MOVE OP-BATCH-NUMBER       TO PB-BATCH-NUMBER
           MOVE OP-INTEREST-TOTAL     TO PB-INTEREST-TOTAL
           MOVE OP-PRINCIPAL-TOTAL    TO PB-PRINCIPAL-TOTAL
           MOVE OP-POSTED-COUNT       TO PB-POSTED-COUNT
           MOVE "P"                   TO PB-CONTROL-TYPE
           MOVE ZERO                  TO PB-FEE-TOTAL
           MOVE ZERO                  TO PB-RECOVERY-TOTAL

           WRITE PAYMENT-CONTROL-RECORD
           ADD 1 TO WS-CONTROL-OUT-COUNT

           READ OLD-CONTROL-FILE
               AT END SET END-OF-CONTROL-FILE TO TRUE
           END-READ.

      * Written in the key order it is read in, like the master.
       2300-CONVERT-PRODUCT.
           ADD 1 TO WS-PRODUCT-IN-COUNT

           MOVE OD-PRODUCT-CODE       TO PD-PRODUCT-CODE
           MOVE OD-DESCRIPTION        TO PD-DESCRIPTION
           MOVE OD-RATE-FLOOR         TO PD-RATE-FLOOR
           MOVE OD-RATE-CEILING       TO PD-RATE-CEILING
           MOVE OD-MAX-TERM-YEARS     TO PD-MAX-TERM-YEARS
           MOVE OD-FREQ-ALLOWED-FLAGS TO PD-FREQ-ALLOWED-FLAGS
           MOVE OD-RECORD-STATUS      TO PD-RECORD-STATUS

           MOVE ZERO TO PD-GRACE-DAYS
           MOVE ZERO TO PD-LATE-CHARGE
           SET PD-RATE-FIXED TO TRUE
           MOVE SPACES TO PD-INDEX-CODE
           MOVE ZERO TO PD-MARGIN
           MOVE ZERO TO PD-RESET-MONTHS
           MOVE ZERO TO PD-PERIODIC-CAP
           MOVE ZERO TO PD-PERIODIC-FLOOR
           MOVE ZERO TO PD-LIFETIME-CAP
           MOVE ZERO TO PD-LIFETIME-FLOOR
           MOVE ZERO TO PD-RESET-NOTICE-DAYS

           WRITE PRODUCT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "NEW PRODUCT WRITE FAILED - PRODUCT "
                       PD-PRODUCT-CODE " STATUS="
                       WS-NEW-PRODUCT-STATUS
                   SET CONTROLS-OUT-OF-BALANCE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-PRODUCT-OUT-COUNT
           END-WRITE

           READ OLD-PRODUCT-FILE
               AT END SET END-OF-PRODUCT-FILE TO TRUE
           END-READ.

       3000-FINALIZE.
           DISPLAY "LOAN MASTER RECORDS IN     = " WS-MASTER-IN-COUNT
           DISPLAY "LOAN MASTER RECORDS OUT    = " WS-MASTER-OUT-COUNT
           DISPLAY "LOAN HISTORY RECORDS IN    = " WS-HISTORY-IN-COUNT
           DISPLAY "LOAN HISTORY RECORDS OUT   = " WS-HISTORY-OUT-COUNT
           DISPLAY "PAYMENT CONTROL RECORDS IN = " WS-CONTROL-IN-COUNT
           DISPLAY "PAYMENT CONTROL RECS OUT   = " WS-CONTROL-OUT-COUNT
           DISPLAY "PRODUCT MASTER RECORDS IN  = " WS-PRODUCT-IN-COUNT
           DISPLAY "PRODUCT MASTER RECORDS OUT = " WS-PRODUCT-OUT-COUNT

           IF WS-MASTER-IN-COUNT NOT = WS-MASTER-OUT-COUNT
                   OR WS-HISTORY-IN-COUNT NOT = WS-HISTORY-OUT-COUNT
                   OR WS-CONTROL-IN-COUNT NOT = WS-CONTROL-OUT-COUNT
                   OR WS-PRODUCT-IN-COUNT NOT = WS-PRODUCT-OUT-COUNT
               SET CONTROLS-OUT-OF-BALANCE TO TRUE
           END-IF

           IF CONTROLS-OUT-OF-BALANCE
               DISPLAY "** CONTROL COUNTS DO NOT BALANCE - "
                   "DO NOT SWAP THE CONVERTED FILES IN **"
           END-IF

           PERFORM 3050-WRITE-AUDIT-RECORD

           IF WS-OLD-MASTER-STATUS NOT = "35"
               CLOSE OLD-MASTER-FILE
           END-IF
           IF WS-OLD-HISTORY-STATUS NOT = "35"
               CLOSE OLD-HISTORY-FILE
           END-IF
           IF WS-OLD-CONTROL-STATUS NOT = "35"
               CLOSE OLD-CONTROL-FILE
           END-IF
           IF WS-OLD-PRODUCT-STATUS NOT = "35"
               CLOSE OLD-PRODUCT-FILE
           END-IF
           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-HISTORY-FILE
           CLOSE PAYMENT-CONTROL-FILE
           CLOSE PRODUCT-MASTER-FILE.

       3050-WRITE-AUDIT-RECORD.
           MOVE "LOANCONV"            TO AL-PROGRAM-NAME
           MOVE "LOANCONV"            TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "M=" WS-MASTER-IN-COUNT
               " H=" WS-HISTORY-IN-COUNT
               " C=" WS-CONTROL-IN-COUNT
               " P=" WS-PRODUCT-IN-COUNT
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           STRING "M=" WS-MASTER-OUT-COUNT
               " H=" WS-HISTORY-OUT-COUNT
               " C=" WS-CONTROL-OUT-COUNT
               " P=" WS-PRODUCT-OUT-COUNT
               DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION

           IF CONTROLS-IN-BALANCE
               MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           ELSE
               MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
           END-IF

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

      * 12 stops the job from swapping a short-fall file in over
      * the live one - every file must prove itself in balance.
       9000-SET-RETURN-CODE.
           IF CONTROLS-IN-BALANCE
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF.
