       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBALREC.

      * Modification history:
      * New program - month-end loan subledger to general ledger
      * balance reconciliation. GLRECON ties each night's interest
      * batch total to what the ledger posted for it; nothing tied
      * the balance sheet to the book. This run takes the loan
      * book's closing position - the totals LOANPROOF stored on
      * POSCTL under the card's batch number, or a fresh sweep of
      * LOANMSTR when that night's proof is not on file - and
      * compares it with the GL trial-balance extract (GLTB): total
      * current balance against the loans-outstanding accounts and
      * total accrued interest against the interest-receivable
      * accounts. The accounts are the ones the GL account map
      * (GLMAP) posts them to - the principal-payment credit
      * account and the accrual debit account of every product
      * mapping - so a product given its own accounts is picked up
      * without a change here. Each difference is broken down into
      * the known timing items: posting-interface lines (GLLINES,
      * the period's GLPOST/GLPAY/GLRTN/GLFEE/GLCHGO generations)
      * for batches after the last one the trial balance says was
      * posted, and open GLSUSP variances on batches it does cover.
      * Whatever is left is the unexplained residual, flagged when
      * it is over tolerance so controllership signs off the close
      * from this report. Checks in with RUNCTL, ends with a call to
      * AUDITLOG and a graded RETURN-CODE (0 reconciled, 4 residual
      * over tolerance on either account group, 8 no usable trial
      * balance - nothing reconciled).
      * GLLINES now also carries the GLMOD reclass lines the loan
      * modification transaction writes when it capitalizes
      * accrued interest into the balance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-CONTROL-FILE ASSIGN TO "POSCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-BATCH-NUMBER
               FILE STATUS IS WS-POSITION-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-MAP-KEY
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT TRIAL-BALANCE-FILE ASSIGN TO "GLTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIAL-FILE-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO "GLLINES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-FILE-STATUS.

           SELECT OPEN-VARIANCE-FILE ASSIGN TO "GLSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-BATCH-NUMBER
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT RECONCILIATION-REPORT-FILE ASSIGN TO "SLGLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-CONTROL-FILE.
       01  POSITION-CONTROL-RECORD.
           05  PS-BATCH-NUMBER         PIC 9(7).
           05  PS-RUN-DATE             PIC 9(8).
           05  PS-LOAN-COUNT           PIC 9(7).
           05  PS-BALANCE-TOTAL        PIC 9(13)V99.
           05  PS-ACCRUED-TOTAL        PIC 9(13)V99.

       FD  LOAN-MASTER-FILE.
           COPY "loan_master_record.cpy".

       FD  GL-ACCOUNT-MAP-FILE.
           COPY "gl_account_map_record.cpy".

      * Trial-balance extract from the ledger: one header record
      * with the as-of date and the last batch the ledger has
      * posted, then one record per account with its closing
      * balance, debit balances positive.
       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-RECORD.
           05  TB-RECORD-TYPE          PIC X(1).
               88  TB-HEADER               VALUE "H".
               88  TB-DETAIL               VALUE "D".
           05  TB-ACCOUNT-NUMBER       PIC X(8).
           05  TB-BALANCE              PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
       01  TRIAL-BALANCE-HEADER.
           05  FILLER                  PIC X(1).
           05  TB-AS-OF-DATE           PIC 9(8).
           05  TB-POSTED-THROUGH-BATCH PIC 9(7).
           05  FILLER                  PIC X(9).

      * The posting-interface lines in the fixed D/C/T format every
      * GL writer in the stream uses.
       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD.
           05  GP-RECORD-TYPE          PIC X(1).
               88  GP-DEBIT                VALUE "D".
               88  GP-CREDIT               VALUE "C".
           05  GP-ACCOUNT-NUMBER       PIC X(8).
           05  GP-BATCH-NUMBER         PIC 9(7).
           05  GP-LOAN-NUMBER          PIC 9(6).
           05  GP-AMOUNT               PIC 9(11)V99.

       FD  OPEN-VARIANCE-FILE.
       01  OPEN-VARIANCE-RECORD.
           05  GS-BATCH-NUMBER         PIC 9(7).
           05  GS-CONTROL-TOTAL        PIC 9(11)V99.
           05  GS-GL-AMOUNT            PIC 9(11)V99.
           05  GS-VARIANCE             PIC S9(11)V99.
           05  GS-REASON               PIC X(40).
           05  GS-DATE-RAISED          PIC 9(8).
           05  GS-AGE-DAYS             PIC 9(3).
           05  GS-ITEM-STATUS          PIC X(1).
               88  GS-STATUS-OPEN          VALUE "O".
               88  GS-STATUS-CLEARED       VALUE "C".

       FD  RECONCILIATION-REPORT-FILE.
       01  RECONCILIATION-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".
           COPY "run_control_record.cpy".

       01  WS-POSITION-FILE-STATUS     PIC XX.
       01  WS-MASTER-FILE-STATUS       PIC XX.
       01  WS-MAP-FILE-STATUS          PIC XX.
       01  WS-TRIAL-FILE-STATUS        PIC XX.
       01  WS-POSTING-FILE-STATUS      PIC XX.
       01  WS-SUSPENSE-FILE-STATUS     PIC XX.

       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  END-OF-INPUT-FILE           VALUE "Y".

       01  WS-TRIAL-BALANCE-FLAG       PIC X VALUE "N".
           88  TRIAL-BALANCE-LOADED        VALUE "Y".

       01  WS-POSITION-FOUND-FLAG      PIC X VALUE "N".
           88  POSITION-RECORD-FOUND       VALUE "Y".

       01  WS-OVERFLOW-FLAG            PIC X VALUE "N".
           88  ACCOUNT-TABLE-OVERFLOW      VALUE "Y".

       01  WS-TOLERANCE-FLAG           PIC X VALUE "N".
           88  RESIDUAL-OVER-TOLERANCE     VALUE "Y".

       01  WS-RESIDUAL-TOLERANCE       PIC 9(3)V99 VALUE 0.01.

       01  WS-AS-OF-DATE               PIC 9(8) VALUE ZERO.
       01  WS-POSTED-THROUGH-BATCH     PIC 9(7) VALUE ZERO.
       01  WS-BOOK-SOURCE              PIC X(40) VALUE SPACES.

       01  WS-MASTER-READ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-TRIAL-ACCOUNT-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-TRIAL-SKIPPED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-UNPOSTED-LINE-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-OPEN-VARIANCE-COUNT      PIC 9(7) VALUE ZERO.

      * Every account the GL account map posts the loan book to,
      * with the group it reconciles in and what the trial balance
      * and the unposted lines say about it.
       01  WS-MAX-ACCOUNTS             PIC 9(3) VALUE 50.
       01  WS-ACCOUNT-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 50 TIMES.
               10  MA-ACCOUNT-NUMBER   PIC X(8).
               10  MA-GROUP            PIC 9(1).
               10  MA-ON-TRIAL-BALANCE PIC X(1).
               10  MA-GL-BALANCE       PIC S9(13)V99.
               10  MA-UNPOSTED         PIC S9(13)V99.

      * The two account groups reconciled - 1 loans outstanding
      * against current balance, 2 interest receivable against
      * accrued interest.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 2 TIMES.
               10  CT-GROUP-NAME       PIC X(24).
               10  CT-SUBLEDGER        PIC S9(13)V99.
               10  CT-GL-BALANCE       PIC S9(13)V99.
               10  CT-UNPOSTED         PIC S9(13)V99.
               10  CT-OPEN-VARIANCE    PIC S9(13)V99.
               10  CT-DIFFERENCE       PIC S9(13)V99.
               10  CT-RESIDUAL         PIC S9(13)V99.
               10  CT-ACCOUNT-COUNT    PIC 9(3).

       01  WS-ACCOUNT-SUB              PIC 9(3).
       01  WS-FOUND-SUB                PIC 9(3).
       01  WS-GROUP-SUB                PIC 9(1).
       01  WS-SEARCH-ACCOUNT           PIC X(8).
       01  WS-SEARCH-GROUP             PIC 9(1).

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(42) VALUE
               "MONTH-END SUBLEDGER TO GL RECONCILIATION".
           05  FILLER                  PIC X(11) VALUE "RUN DATE: ".
           05  RH-RUN-DATE             PIC 9(8).

       01  WS-SOURCE-LINE.
           05  FILLER                  PIC X(15) VALUE
               "BOOK POSITION: ".
           05  SL-BOOK-SOURCE          PIC X(40).

       01  WS-TRIAL-LINE.
           05  FILLER                  PIC X(24) VALUE
               "GL TRIAL BALANCE AS OF ".
           05  TR-AS-OF-DATE           PIC 9(8).
           05  FILLER                  PIC X(23) VALUE
               "  POSTED THROUGH BATCH ".
           05  TR-POSTED-THROUGH       PIC 9(7).

       01  WS-GROUP-HEADING.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  GH-GROUP-NAME           PIC X(24).

       01  WS-ACCOUNT-LINE.
           05  FILLER                  PIC X(12) VALUE
               "    ACCOUNT ".
           05  AC-ACCOUNT-NUMBER       PIC X(8).
           05  FILLER                  PIC X(13) VALUE
               "  GL BALANCE=".
           05  AC-GL-BALANCE           PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(11) VALUE
               "  UNPOSTED=".
           05  AC-UNPOSTED             PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AC-NOTE                 PIC X(20).

       01  WS-FIGURE-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FL-LABEL                PIC X(34).
           05  FL-AMOUNT               PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FL-FLAG                 PIC X(24).

       01  WS-MESSAGE-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MS-TEXT                 PIC X(78).

       01  WS-BLANK-LINE               PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-MAPPED-ACCOUNTS
           PERFORM 1200-LOAD-TRIAL-BALANCE
           IF TRIAL-BALANCE-LOADED AND NOT ACCOUNT-TABLE-OVERFLOW
               PERFORM 2000-GET-BOOK-POSITION
               PERFORM 2100-TOTAL-UNPOSTED-LINES
               PERFORM 2200-TOTAL-OPEN-VARIANCES
               PERFORM 2300-RECONCILE-GROUP
                   VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > 2
               PERFORM 2400-WRITE-VERDICT
           END-IF
           PERFORM 3000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * 0 = both groups reconciled to within tolerance once the
      * timing items are taken out, 4 = an unexplained residual is
      * over tolerance - the close is not signed off - and 8 = no
      * usable trial balance (or more mapped accounts than the
      * table holds), so nothing was reconciled at all.
       9000-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN NOT TRIAL-BALANCE-LOADED
                       OR ACCOUNT-TABLE-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               WHEN RESIDUAL-OVER-TOLERANCE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD

           SET RK-FUNCTION-START TO TRUE
           MOVE PC-BATCH-NUMBER TO RK-BATCH-NUMBER
           MOVE "GLBALREC" TO RK-STEP-NAME
           CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           IF RK-RUN-REFUSED
               DISPLAY "BATCH " PC-BATCH-NUMBER
                   " STEP GLBALREC ALREADY COMPLETE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RECONCILIATION-REPORT-FILE
           MOVE PC-RUN-DATE TO RH-RUN-DATE
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-REPORT-HEADING

           INITIALIZE WS-GROUP-TABLE
           MOVE "LOANS OUTSTANDING"   TO CT-GROUP-NAME (1)
           MOVE "INTEREST RECEIVABLE" TO CT-GROUP-NAME (2).

      * The loans-outstanding accounts are where a principal payment
      * is credited and the interest-receivable accounts are where
      * the accrual is debited - whatever the map says for each
      * active product. A retired mapping no longer posts anything
      * new, but its account may still carry balance, so it is
      * taken too.
       1100-LOAD-MAPPED-ACCOUNTS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GL-ACCOUNT-MAP-FILE
           IF WS-MAP-FILE-STATUS = "35"
               SET END-OF-INPUT-FILE TO TRUE
           ELSE
               READ GL-ACCOUNT-MAP-FILE NEXT
                   AT END SET END-OF-INPUT-FILE TO TRUE
               END-READ
           END-IF

           PERFORM 1150-TAKE-MAPPING UNTIL END-OF-INPUT-FILE

           IF WS-MAP-FILE-STATUS NOT = "35"
               CLOSE GL-ACCOUNT-MAP-FILE
           END-IF

           IF ACCOUNT-TABLE-OVERFLOW
               MOVE "MORE GL ACCOUNTS MAPPED THAN THE RECONCILIATION HOL
      -            "DS - NOT RECONCILED" TO MS-TEXT
               WRITE RECONCILIATION-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.

       1150-TAKE-MAPPING.
           EVALUATE GM-TRAN-TYPE
               WHEN "PP"
                   MOVE GM-CREDIT-ACCOUNT TO WS-SEARCH-ACCOUNT
                   MOVE 1 TO WS-SEARCH-GROUP
                   PERFORM 1160-ADD-ACCOUNT
               WHEN "AC"
                   MOVE GM-DEBIT-ACCOUNT TO WS-SEARCH-ACCOUNT
                   MOVE 2 TO WS-SEARCH-GROUP
                   PERFORM 1160-ADD-ACCOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           READ GL-ACCOUNT-MAP-FILE NEXT
               AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.

      * Many products share one account, so an account already in
      * the table is not added again. An account mapped into both
      * groups stays in the group it was first found in - its
      * trial-balance figure can only be counted once.
       1160-ADD-ACCOUNT.
           PERFORM 1170-FIND-ACCOUNT
           IF WS-FOUND-SUB = ZERO
               IF WS-ACCOUNT-COUNT < WS-MAX-ACCOUNTS
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE WS-SEARCH-ACCOUNT
                       TO MA-ACCOUNT-NUMBER (WS-ACCOUNT-COUNT)
                   MOVE WS-SEARCH-GROUP
                       TO MA-GROUP (WS-ACCOUNT-COUNT)
                   MOVE "N" TO MA-ON-TRIAL-BALANCE (WS-ACCOUNT-COUNT)
                   MOVE ZERO TO MA-GL-BALANCE (WS-ACCOUNT-COUNT)
                   MOVE ZERO TO MA-UNPOSTED (WS-ACCOUNT-COUNT)
                   ADD 1 TO CT-ACCOUNT-COUNT (WS-SEARCH-GROUP)
               ELSE
                   SET ACCOUNT-TABLE-OVERFLOW TO TRUE
               END-IF
           ELSE
               IF MA-GROUP (WS-FOUND-SUB) NOT = WS-SEARCH-GROUP
                   DISPLAY "ACCOUNT " WS-SEARCH-ACCOUNT
                       " MAPPED AS BOTH LOANS AND INTEREST RECEIVABLE"
               END-IF
           END-IF.

       1170-FIND-ACCOUNT.
           MOVE ZERO TO WS-FOUND-SUB
           MOVE 1 TO WS-ACCOUNT-SUB
           PERFORM 1180-CHECK-ACCOUNT-ENTRY
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
                   OR WS-FOUND-SUB NOT = ZERO.

       1180-CHECK-ACCOUNT-ENTRY.
           IF MA-ACCOUNT-NUMBER (WS-ACCOUNT-SUB) = WS-SEARCH-ACCOUNT
               MOVE WS-ACCOUNT-SUB TO WS-FOUND-SUB
           END-IF
           ADD 1 TO WS-ACCOUNT-SUB.

      * The header must lead the extract - without the posted-
      * through batch there is no telling a timing item from a
      * break, so a missing, empty or headless extract reconciles
      * nothing.
       1200-LOAD-TRIAL-BALANCE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TRIAL-BALANCE-FILE
           IF WS-TRIAL-FILE-STATUS = "35"
               SET END-OF-INPUT-FILE TO TRUE
           ELSE
               READ TRIAL-BALANCE-FILE
                   AT END SET END-OF-INPUT-FILE TO TRUE
               END-READ
           END-IF

           IF NOT END-OF-INPUT-FILE AND TB-HEADER
               SET TRIAL-BALANCE-LOADED TO TRUE
               MOVE TB-AS-OF-DATE           TO WS-AS-OF-DATE
               MOVE TB-POSTED-THROUGH-BATCH TO WS-POSTED-THROUGH-BATCH
               READ TRIAL-BALANCE-FILE
                   AT END SET END-OF-INPUT-FILE TO TRUE
               END-READ
               PERFORM 1250-TAKE-TRIAL-BALANCE-LINE
                   UNTIL END-OF-INPUT-FILE
           ELSE
               MOVE "NO GL TRIAL BALANCE HEADER - NOTHING RECONCILED"
                   TO MS-TEXT
               WRITE RECONCILIATION-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF

           IF WS-TRIAL-FILE-STATUS NOT = "35"
               CLOSE TRIAL-BALANCE-FILE
           END-IF.

      * Accounts the loan book does not post to are on the trial
      * balance too; they are counted and passed over.
       1250-TAKE-TRIAL-BALANCE-LINE.
           IF TB-DETAIL
               ADD 1 TO WS-TRIAL-ACCOUNT-COUNT
               MOVE TB-ACCOUNT-NUMBER TO WS-SEARCH-ACCOUNT
               PERFORM 1170-FIND-ACCOUNT
               IF WS-FOUND-SUB = ZERO
                   ADD 1 TO WS-TRIAL-SKIPPED-COUNT
               ELSE
                   ADD TB-BALANCE TO MA-GL-BALANCE (WS-FOUND-SUB)
                   MOVE "Y" TO MA-ON-TRIAL-BALANCE (WS-FOUND-SUB)
               END-IF
           END-IF

           READ TRIAL-BALANCE-FILE
               AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.

      * The position LOANPROOF proved and stored for the card's
      * batch is the book's closing position; a fresh sweep of the
      * master stands in when that proof is not on file, totalled
      * over every record exactly as LOANPROOF totals it.
       2000-GET-BOOK-POSITION.
           OPEN INPUT POSITION-CONTROL-FILE
           IF WS-POSITION-FILE-STATUS NOT = "35"
               MOVE PC-BATCH-NUMBER TO PS-BATCH-NUMBER
               READ POSITION-CONTROL-FILE
                   KEY IS PS-BATCH-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET POSITION-RECORD-FOUND TO TRUE
               END-READ
               CLOSE POSITION-CONTROL-FILE
           END-IF

           IF POSITION-RECORD-FOUND
               MOVE PS-BALANCE-TOTAL TO CT-SUBLEDGER (1)
               MOVE PS-ACCRUED-TOTAL TO CT-SUBLEDGER (2)
               MOVE SPACES TO WS-BOOK-SOURCE
               STRING "POSCTL PROOF FOR BATCH " PS-BATCH-NUMBER
                   DELIMITED BY SIZE INTO WS-BOOK-SOURCE
           ELSE
               PERFORM 2050-SWEEP-LOAN-MASTER
               MOVE "LOANMSTR SWEEP - NO POSCTL PROOF FOR BATCH"
                   TO WS-BOOK-SOURCE
           END-IF

           MOVE WS-BOOK-SOURCE TO SL-BOOK-SOURCE
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-SOURCE-LINE
           MOVE WS-AS-OF-DATE TO TR-AS-OF-DATE
           MOVE WS-POSTED-THROUGH-BATCH TO TR-POSTED-THROUGH
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-TRIAL-LINE.

       2050-SWEEP-LOAN-MASTER.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "35"
               SET END-OF-INPUT-FILE TO TRUE
           ELSE
               READ LOAN-MASTER-FILE NEXT
                   AT END SET END-OF-INPUT-FILE TO TRUE
               END-READ
           END-IF

           PERFORM 2060-TOTAL-MASTER-RECORD UNTIL END-OF-INPUT-FILE

           IF WS-MASTER-FILE-STATUS NOT = "35"
               CLOSE LOAN-MASTER-FILE
           END-IF.

       2060-TOTAL-MASTER-RECORD.
           ADD 1 TO WS-MASTER-READ-COUNT
           ADD LM-CURRENT-BALANCE  TO CT-SUBLEDGER (1)
           ADD LM-ACCRUED-INTEREST TO CT-SUBLEDGER (2)

           READ LOAN-MASTER-FILE NEXT
               AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.

      * A posting line for a batch after the last one the ledger has
      * posted is already in the book but not yet in the balance -
      * a debit will raise the account when it lands, a credit will
      * lower it.
       2100-TOTAL-UNPOSTED-LINES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GL-POSTING-FILE
           IF WS-POSTING-FILE-STATUS = "35"
               SET END-OF-INPUT-FILE TO TRUE
           ELSE
               READ GL-POSTING-FILE
                   AT END SET END-OF-INPUT-FILE TO TRUE
               END-READ
           END-IF

           PERFORM 2150-TAKE-POSTING-LINE UNTIL END-OF-INPUT-FILE

           IF WS-POSTING-FILE-STATUS NOT = "35"
               CLOSE GL-POSTING-FILE
           END-IF.

       2150-TAKE-POSTING-LINE.
           IF (GP-DEBIT OR GP-CREDIT)
                   AND GP-BATCH-NUMBER > WS-POSTED-THROUGH-BATCH
               MOVE GP-ACCOUNT-NUMBER TO WS-SEARCH-ACCOUNT
               PERFORM 1170-FIND-ACCOUNT
               IF WS-FOUND-SUB NOT = ZERO
                   ADD 1 TO WS-UNPOSTED-LINE-COUNT
                   IF GP-DEBIT
                       ADD GP-AMOUNT TO MA-UNPOSTED (WS-FOUND-SUB)
                   ELSE
                       SUBTRACT GP-AMOUNT
                           FROM MA-UNPOSTED (WS-FOUND-SUB)
                   END-IF
               END-IF
           END-IF

           READ GL-POSTING-FILE
               AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.

      * An open GLSUSP item is an accrual batch the ledger posted
      * short (or over) - the receivable on the book carries the
      * computed total, the ledger the posted one. Items on batches
      * after the posted-through batch are already counted as
      * unposted lines and are not counted twice.
       2200-TOTAL-OPEN-VARIANCES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OPEN-VARIANCE-FILE
           IF WS-SUSPENSE-FILE-STATUS = "35"
               SET END-OF-INPUT-FILE TO TRUE
           ELSE
               READ OPEN-VARIANCE-FILE NEXT
                   AT END SET END-OF-INPUT-FILE TO TRUE
               END-READ
           END-IF

           PERFORM 2250-TAKE-OPEN-VARIANCE UNTIL END-OF-INPUT-FILE

           IF WS-SUSPENSE-FILE-STATUS NOT = "35"
               CLOSE OPEN-VARIANCE-FILE
           END-IF.

       2250-TAKE-OPEN-VARIANCE.
           IF GS-STATUS-OPEN
                   AND GS-BATCH-NUMBER NOT > WS-POSTED-THROUGH-BATCH
               ADD 1 TO WS-OPEN-VARIANCE-COUNT
               ADD GS-VARIANCE TO CT-OPEN-VARIANCE (2)
           END-IF

           READ OPEN-VARIANCE-FILE NEXT
               AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.

      * Difference is book less ledger; the timing items are what
      * the ledger has yet to catch up on, and what is left after
      * them is the residual controllership has to explain.
       2300-RECONCILE-GROUP.
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE CT-GROUP-NAME (WS-GROUP-SUB) TO GH-GROUP-NAME
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-GROUP-HEADING

           IF CT-ACCOUNT-COUNT (WS-GROUP-SUB) = ZERO
               MOVE "NO GL ACCOUNT MAPPED FOR THIS GROUP" TO MS-TEXT
               WRITE RECONCILIATION-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF

           MOVE 1 TO WS-ACCOUNT-SUB
           PERFORM 2350-REPORT-ACCOUNT
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT

           COMPUTE CT-DIFFERENCE (WS-GROUP-SUB) =
               CT-SUBLEDGER (WS-GROUP-SUB)
               - CT-GL-BALANCE (WS-GROUP-SUB)
           COMPUTE CT-RESIDUAL (WS-GROUP-SUB) =
               CT-DIFFERENCE (WS-GROUP-SUB)
               - CT-UNPOSTED (WS-GROUP-SUB)
               - CT-OPEN-VARIANCE (WS-GROUP-SUB)

           MOVE SPACES TO FL-FLAG
           MOVE "SUBLEDGER (LOAN BOOK)" TO FL-LABEL
           MOVE CT-SUBLEDGER (WS-GROUP-SUB) TO FL-AMOUNT
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-FIGURE-LINE
           MOVE "GL BALANCE" TO FL-LABEL
           MOVE CT-GL-BALANCE (WS-GROUP-SUB) TO FL-AMOUNT
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-FIGURE-LINE
           MOVE "DIFFERENCE (BOOK LESS GL)" TO FL-LABEL
           MOVE CT-DIFFERENCE (WS-GROUP-SUB) TO FL-AMOUNT
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-FIGURE-LINE
           MOVE "TIMING - UNPOSTED BATCHES" TO FL-LABEL
           MOVE CT-UNPOSTED (WS-GROUP-SUB) TO FL-AMOUNT
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-FIGURE-LINE
           IF WS-GROUP-SUB = 2
               MOVE "TIMING - GLSUSP OPEN VARIANCES" TO FL-LABEL
               MOVE CT-OPEN-VARIANCE (WS-GROUP-SUB) TO FL-AMOUNT
               WRITE RECONCILIATION-REPORT-RECORD FROM WS-FIGURE-LINE
           END-IF

           MOVE "UNEXPLAINED RESIDUAL" TO FL-LABEL
           MOVE CT-RESIDUAL (WS-GROUP-SUB) TO FL-AMOUNT
           IF CT-RESIDUAL (WS-GROUP-SUB) > WS-RESIDUAL-TOLERANCE
                   OR CT-RESIDUAL (WS-GROUP-SUB)
                       < (0 - WS-RESIDUAL-TOLERANCE)
               SET RESIDUAL-OVER-TOLERANCE TO TRUE
               MOVE "** OVER TOLERANCE **" TO FL-FLAG
           ELSE
               MOVE "WITHIN TOLERANCE" TO FL-FLAG
           END-IF
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-FIGURE-LINE.

       2350-REPORT-ACCOUNT.
           IF MA-GROUP (WS-ACCOUNT-SUB) = WS-GROUP-SUB
               ADD MA-GL-BALANCE (WS-ACCOUNT-SUB)
                   TO CT-GL-BALANCE (WS-GROUP-SUB)
               ADD MA-UNPOSTED (WS-ACCOUNT-SUB)
                   TO CT-UNPOSTED (WS-GROUP-SUB)
               MOVE MA-ACCOUNT-NUMBER (WS-ACCOUNT-SUB)
                   TO AC-ACCOUNT-NUMBER
               MOVE MA-GL-BALANCE (WS-ACCOUNT-SUB) TO AC-GL-BALANCE
               MOVE MA-UNPOSTED (WS-ACCOUNT-SUB) TO AC-UNPOSTED
               IF MA-ON-TRIAL-BALANCE (WS-ACCOUNT-SUB) = "Y"
                   MOVE SPACES TO AC-NOTE
               ELSE
                   MOVE "NOT ON TRIAL BALANCE" TO AC-NOTE
               END-IF
               WRITE RECONCILIATION-REPORT-RECORD FROM WS-ACCOUNT-LINE
           END-IF
           ADD 1 TO WS-ACCOUNT-SUB.

       2400-WRITE-VERDICT.
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-BLANK-LINE
           IF RESIDUAL-OVER-TOLERANCE
               MOVE "** SUBLEDGER DOES NOT RECONCILE TO GL - NOT READY F
      -            "OR SIGN-OFF **" TO MS-TEXT
           ELSE
               MOVE "SUBLEDGER RECONCILES TO GL - READY FOR SIGN-OFF"
                   TO MS-TEXT
           END-IF
           WRITE RECONCILIATION-REPORT-RECORD FROM WS-MESSAGE-LINE.

       3000-FINALIZE.
           DISPLAY "MAPPED GL ACCOUNTS     = " WS-ACCOUNT-COUNT
           DISPLAY "TRIAL BALANCE ACCOUNTS = " WS-TRIAL-ACCOUNT-COUNT
           DISPLAY "NOT LOAN BOOK ACCOUNTS = " WS-TRIAL-SKIPPED-COUNT
           DISPLAY "UNPOSTED LINES         = " WS-UNPOSTED-LINE-COUNT
           DISPLAY "OPEN GLSUSP ITEMS      = " WS-OPEN-VARIANCE-COUNT
           DISPLAY "MASTER RECORDS SWEPT   = " WS-MASTER-READ-COUNT

           PERFORM 3050-WRITE-AUDIT-RECORD

           CLOSE RECONCILIATION-REPORT-FILE

      * With no trial balance loaded, or the account table full,
      * nothing was reconciled - the run-control record is left
      * marked started so the rerun once the trial balance is
      * supplied is allowed instead of refused.
           IF TRIAL-BALANCE-LOADED AND NOT ACCOUNT-TABLE-OVERFLOW
               SET RK-FUNCTION-END TO TRUE
               CALL "RUNCTL" USING RUN-CONTROL-REQUEST
           END-IF.

       3050-WRITE-AUDIT-RECORD.
           MOVE "GLBALREC"            TO AL-PROGRAM-NAME
           MOVE "MONTHEND"            TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "TB ASOF=" WS-AS-OF-DATE
               " THRU BATCH=" WS-POSTED-THROUGH-BATCH
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           EVALUATE TRUE
               WHEN NOT TRIAL-BALANCE-LOADED
                       OR ACCOUNT-TABLE-OVERFLOW
                   MOVE "NOTHING RECONCILED"
                       TO AL-OUTPUT-DESCRIPTION
                   MOVE "REJECTED" TO AL-COMPLETION-STATUS
               WHEN RESIDUAL-OVER-TOLERANCE
                   MOVE "UNEXPLAINED RESIDUAL OVER TOLERANCE"
                       TO AL-OUTPUT-DESCRIPTION
                   MOVE "EXCEPTION" TO AL-COMPLETION-STATUS
               WHEN OTHER
                   STRING "RECONCILED ACCOUNTS=" WS-ACCOUNT-COUNT
                       " UNPOSTED=" WS-UNPOSTED-LINE-COUNT
                       DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
                   MOVE "COMPLETE" TO AL-COMPLETION-STATUS
           END-EVALUATE

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.
