      * batch number.
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * A charged-off loan is non-accrual and is never extracted -
      * it is counted on its own, apart from the closed loans, and
      * the count is carried on the audit record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-MASTER-READ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-EXTRACT-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SKIPPED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-CHARGED-OFF-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-PAID-UP-COUNT            PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
           ADD 1 TO WS-MASTER-READ-COUNT

           EVALUATE TRUE
               WHEN LM-STATUS-CHARGED-OFF
                   ADD 1 TO WS-CHARGED-OFF-COUNT
               WHEN NOT LM-STATUS-ACTIVE
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN LM-CURRENT-BALANCE = ZERO

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "MASTER RECORDS=" WS-MASTER-READ-COUNT
               " CHGOFF=" WS-CHARGED-OFF-COUNT
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
