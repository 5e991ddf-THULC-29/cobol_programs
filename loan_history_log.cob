      * opened EXTEND so events land in posting order; LOANHINQ
      * replays them in that order and proves the running position
      * lands on the master's current figures.
      * Record widened for the fee amount and fees-due-after fields
      * the late-charge events carry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-HISTORY-FILE.
       01  LOAN-HISTORY-FILE-RECORD    PIC X(85).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
