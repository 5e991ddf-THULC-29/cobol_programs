      * F computes the loan's full-term interest (the original
      * behavior, kept for one-off quote-style runs and as the
      * default when no card is supplied).
      * Added the duplicate-payment window for the LOCKBOX intake -
      * a lockbox item matching a payment accepted within this many
      * days is held back for review instead of being posted.
      * Added the ACH lead days for the autopay origination - a
      * debit is sent this many business days ahead of the date it
      * is to settle on.
      * Added the dual-control limits for loan master maintenance -
      * an ADD boarding this principal or more, a CHANGE moving the
      * rate this many points or more, or a DELETE closing a loan
      * owing more than this balance is held for a second
      * operator's approval instead of being applied.
      * Added the incident escalation limits - the days an incident
      * on the incident register may stay open at each severity
      * (CRITICAL, MAJOR, MINOR) before INCESCL sends it up the
      * chain.

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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           MOVE 3      TO PC-CONSEC-EXC-LIMIT
           MOVE "F"    TO PC-ACCRUAL-MODE
           MOVE ZERO   TO PC-STMT-CYCLE
           MOVE 7      TO PC-NOTICE-LEAD-DAYS
           MOVE 10     TO PC-DUPLICATE-DAYS
           MOVE 2      TO PC-ACH-LEAD-DAYS
           MOVE 250000.00 TO PC-DUAL-PRINCIPAL-LIMIT
           MOVE 1.00   TO PC-DUAL-RATE-POINTS
           MOVE ZERO   TO PC-DUAL-CLOSE-BALANCE
           MOVE 1      TO PC-ESC-CRITICAL-DAYS
           MOVE 3      TO PC-ESC-MAJOR-DAYS
           MOVE 7      TO PC-ESC-MINOR-DAYS.

       1050-MOVE-FROM-CARD.
           MOVE PCF-RUN-DATE      TO PC-RUN-DATE
           MOVE PCF-CONSEC-EXC-LIMIT TO PC-CONSEC-EXC-LIMIT
           MOVE PCF-ACCRUAL-MODE  TO PC-ACCRUAL-MODE
           MOVE PCF-STMT-CYCLE    TO PC-STMT-CYCLE
           MOVE PCF-NOTICE-LEAD-DAYS TO PC-NOTICE-LEAD-DAYS
           MOVE PCF-DUPLICATE-DAYS TO PC-DUPLICATE-DAYS
           MOVE PCF-ACH-LEAD-DAYS TO PC-ACH-LEAD-DAYS
           MOVE PCF-DUAL-PRINCIPAL-LIMIT TO PC-DUAL-PRINCIPAL-LIMIT
           MOVE PCF-DUAL-RATE-POINTS TO PC-DUAL-RATE-POINTS
           MOVE PCF-DUAL-CLOSE-BALANCE TO PC-DUAL-CLOSE-BALANCE
           MOVE PCF-ESC-CRITICAL-DAYS TO PC-ESC-CRITICAL-DAYS
           MOVE PCF-ESC-MAJOR-DAYS TO PC-ESC-MAJOR-DAYS
           MOVE PCF-ESC-MINOR-DAYS TO PC-ESC-MINOR-DAYS.
