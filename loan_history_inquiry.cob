
      * Now asks for the inquirer's operator ID ahead of the loan
      * number, carried on the run's audit record.
      * Returned-payment reversal events written by PAYRTRN now
      * replay with their own description.
      * Late-charge and fees-collected events now replay with their
      * own descriptions and a fee line, and the replay must also
      * land on the master's fees-due balance.
      * Charge-off and recovery events now replay with their own
      * descriptions.
      * Modification events now replay with their own description
      * and the new rate line; the interest and principal columns
      * carry the interest capitalized and the balance before.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       01  WS-LAST-BALANCE             PIC 9(7)V99 VALUE ZERO.
       01  WS-LAST-ACCRUED             PIC 9(9)V99 VALUE ZERO.
       01  WS-LAST-FEES                PIC 9(7)V99 VALUE ZERO.

       01  WS-EVENT-DESCRIPTION        PIC X(12).

               "                NEW RATE = ".
           05  RL-NEW-RATE             PIC ZZ9.99.

       01  WS-FEE-LINE.
           05  FILLER                  PIC X(28) VALUE
               "                FEE AMOUNT= ".
           05  FE-FEE-AMOUNT           PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(12) VALUE
               "  FEES DUE= ".
           05  FE-FEES-AFTER           PIC ZZZZZZ9.99.

       01  WS-MASTER-LINE.
           05  FILLER                  PIC X(26) VALUE
               "MASTER CURRENT POSITION:  ".
           05  ML-CURRENT-BALANCE      PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(9) VALUE " ACCRUED=".
           05  ML-ACCRUED-INTEREST     PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(6) VALUE " FEES=".
           05  ML-FEES-DUE             PIC ZZZZZZ9.99.

       01  WS-TIE-LINE.
           05  FILLER                  PIC X(8) VALUE "EVENTS=".
                   MOVE "RATE CHANGE" TO WS-EVENT-DESCRIPTION
               WHEN LH-EVENT-CLOSED
                   MOVE "CLOSED" TO WS-EVENT-DESCRIPTION
               WHEN LH-EVENT-REVERSAL
                   MOVE "PMT RETURNED" TO WS-EVENT-DESCRIPTION
               WHEN LH-EVENT-LATE-CHARGE
                   MOVE "LATE CHARGE" TO WS-EVENT-DESCRIPTION
               WHEN LH-EVENT-FEE-COLLECTED
                   MOVE "FEES PAID" TO WS-EVENT-DESCRIPTION
               WHEN LH-EVENT-CHARGE-OFF
                   MOVE "CHARGED OFF" TO WS-EVENT-DESCRIPTION
               WHEN LH-EVENT-RECOVERY
                   MOVE "RECOVERY" TO WS-EVENT-DESCRIPTION
               WHEN LH-EVENT-MODIFIED
                   MOVE "MODIFIED" TO WS-EVENT-DESCRIPTION
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-EVENT-DESCRIPTION
           END-EVALUATE
           MOVE LH-ACCRUED-AFTER    TO EV-ACCRUED-AFTER
           WRITE HISTORY-REPORT-RECORD FROM WS-EVENT-LINE

           IF LH-EVENT-RATE-CHANGE OR LH-EVENT-MODIFIED
               MOVE LH-NEW-RATE TO RL-NEW-RATE
               WRITE HISTORY-REPORT-RECORD FROM WS-RATE-LINE
           END-IF

           IF LH-FEE-AMOUNT > ZERO
               MOVE LH-FEE-AMOUNT TO FE-FEE-AMOUNT
               MOVE LH-FEES-AFTER TO FE-FEES-AFTER
               WRITE HISTORY-REPORT-RECORD FROM WS-FEE-LINE
           END-IF

           MOVE LH-BALANCE-AFTER TO WS-LAST-BALANCE
           MOVE LH-ACCRUED-AFTER TO WS-LAST-ACCRUED
           MOVE LH-FEES-AFTER    TO WS-LAST-FEES.

      * The replay must land on the master - the last event's
      * position after, compared to the master's current figures.
           IF MASTER-RECORD-FOUND
               MOVE LM-CURRENT-BALANCE  TO ML-CURRENT-BALANCE
               MOVE LM-ACCRUED-INTEREST TO ML-ACCRUED-INTEREST
               MOVE LM-FEES-DUE         TO ML-FEES-DUE
               WRITE HISTORY-REPORT-RECORD FROM WS-MASTER-LINE

               IF WS-EVENT-COUNT > ZERO
                   IF WS-LAST-BALANCE = LM-CURRENT-BALANCE
                           AND WS-LAST-ACCRUED = LM-ACCRUED-INTEREST
                           AND WS-LAST-FEES = LM-FEES-DUE
                       MOVE "REPLAY TIES TO MASTER" TO TI-TIE-FLAG
                   ELSE
                       SET REPLAY-OUT-OF-BALANCE TO TRUE
