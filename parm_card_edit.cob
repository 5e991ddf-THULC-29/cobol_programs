      * Ends with a call to AUDITLOG to record the verdict.
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * The duplicate-payment window for the LOCKBOX intake is now
      * echoed on the edit report alongside the notice lead days.
      * The ACH lead days for the autopay origination are edited
      * 00 thru 10 - zero switches origination off.
      * The dual-control limits for loan master maintenance are
      * edited - the principal limit and the rate points must be
      * greater than zero (zero would hold every ADD or CHANGE for
      * approval); the close balance is echoed, zero holding the
      * close of any loan that still owes anything.
      * The incident escalation limits are edited - each severity's
      * days must be greater than zero (zero would escalate every
      * incident the night it is raised).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  PCF-ACCRUAL-MODE        PIC X(1).
           05  PCF-STMT-CYCLE          PIC 9(2).
           05  PCF-NOTICE-LEAD-DAYS    PIC 9(3).
           05  PCF-DUPLICATE-DAYS      PIC 9(3).
           05  PCF-ACH-LEAD-DAYS       PIC 9(3).
           05  PCF-DUAL-PRINCIPAL-LIMIT PIC 9(7)V99.
           05  PCF-DUAL-RATE-POINTS    PIC 9(2)V99.
           05  PCF-DUAL-CLOSE-BALANCE  PIC 9(7)V99.
           05  PCF-ESC-CRITICAL-DAYS   PIC 9(3).
           05  PCF-ESC-MAJOR-DAYS      PIC 9(3).
           05  PCF-ESC-MINOR-DAYS      PIC 9(3).

       FD  CONTROL-NUMBER-FILE.
       01  CONTROL-NUMBER-RECORD.
       01  WS-ERROR-COUNT              PIC 9(3) VALUE ZERO.

       01  WS-EDITED-RATE              PIC ZZ9.99.
       01  WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZ9.99.

       01  WS-REPORT-HEADING           PIC X(40) VALUE
           "CONTROL CARD EDIT".
               PERFORM 2600-EDIT-CONSEC-LIMIT
               PERFORM 2650-EDIT-STMT-CYCLE
               PERFORM 2680-ECHO-NOTICE-LEAD-DAYS
               PERFORM 2690-ECHO-DUPLICATE-DAYS
               PERFORM 2695-EDIT-ACH-LEAD-DAYS
               PERFORM 2698-EDIT-DUAL-CONTROL
               PERFORM 2699-EDIT-ESCALATION-DAYS
               PERFORM 2700-EDIT-BATCH-NUMBER
           END-IF.

           MOVE PCF-NOTICE-LEAD-DAYS TO AC-VALUE
           PERFORM 2950-WRITE-ACCEPT-LINE.

      * Zero days switches the lockbox duplicate screen off, so
      * this one is echoed too.
       2690-ECHO-DUPLICATE-DAYS.
           MOVE "DUPLICATE WINDOW DAYS   " TO AC-CAPTION
           MOVE PCF-DUPLICATE-DAYS TO AC-VALUE
           PERFORM 2950-WRITE-ACCEPT-LINE.

      * ACHORIG holds the business days of its window in a ten-day
      * table; zero is legitimate and sends no debits at all.
       2695-EDIT-ACH-LEAD-DAYS.
           IF PCF-ACH-LEAD-DAYS > 10
               MOVE "ACH LEAD DAYS MUST BE 00 THRU 10"
                   TO ER-REASON
               PERFORM 2900-WRITE-ERROR-LINE
           ELSE
               MOVE "ACH LEAD BUSINESS DAYS  " TO AC-CAPTION
               MOVE PCF-ACH-LEAD-DAYS TO AC-VALUE
               PERFORM 2950-WRITE-ACCEPT-LINE
           END-IF.

      * LOANMAINT and LOANBATCH hold a change over these limits for
      * a second operator - a zero principal limit or rate points
      * would send every ADD or CHANGE to the approval queue.
       2698-EDIT-DUAL-CONTROL.
           IF PCF-DUAL-PRINCIPAL-LIMIT NOT GREATER THAN ZERO
               MOVE "DUAL-CONTROL PRINCIPAL LIMIT MUST BE > 0"
                   TO ER-REASON
               PERFORM 2900-WRITE-ERROR-LINE
           ELSE
               MOVE "DUAL PRINCIPAL LIMIT    " TO AC-CAPTION
               MOVE PCF-DUAL-PRINCIPAL-LIMIT TO WS-EDITED-AMOUNT
               MOVE WS-EDITED-AMOUNT TO AC-VALUE
               PERFORM 2950-WRITE-ACCEPT-LINE
           END-IF

           IF PCF-DUAL-RATE-POINTS NOT GREATER THAN ZERO
               MOVE "DUAL-CONTROL RATE POINTS MUST BE > 0"
                   TO ER-REASON
               PERFORM 2900-WRITE-ERROR-LINE
           ELSE
               MOVE "DUAL RATE CHANGE POINTS " TO AC-CAPTION
               MOVE PCF-DUAL-RATE-POINTS TO WS-EDITED-RATE
               MOVE WS-EDITED-RATE TO AC-VALUE
               PERFORM 2950-WRITE-ACCEPT-LINE
           END-IF

           MOVE "DUAL CLOSE BALANCE      " TO AC-CAPTION
           MOVE PCF-DUAL-CLOSE-BALANCE TO WS-EDITED-AMOUNT
           MOVE WS-EDITED-AMOUNT TO AC-VALUE
           PERFORM 2950-WRITE-ACCEPT-LINE.

      * INCESCL sends an incident up the chain once it has been
      * open this many days - zero would escalate it the night it
      * was raised, before anyone had a chance to acknowledge it.
       2699-EDIT-ESCALATION-DAYS.
           IF PCF-ESC-CRITICAL-DAYS = ZERO
                   OR PCF-ESC-MAJOR-DAYS = ZERO
                   OR PCF-ESC-MINOR-DAYS = ZERO
               MOVE "ESCALATION DAYS MUST BE GREATER THAN ZERO"
                   TO ER-REASON
               PERFORM 2900-WRITE-ERROR-LINE
           ELSE
               MOVE "ESCALATE DAYS CR/MJ/MN  " TO AC-CAPTION
               MOVE SPACES TO AC-VALUE
               STRING PCF-ESC-CRITICAL-DAYS "/" PCF-ESC-MAJOR-DAYS
                   "/" PCF-ESC-MINOR-DAYS
                   DELIMITED BY SIZE INTO AC-VALUE
               PERFORM 2950-WRITE-ACCEPT-LINE
           END-IF.

      * The batch number must be nonzero and must be the control
      * number STEP010 actually minted - a card built from a stale
      * or hand-edited number would break the GLRECON match-merge
