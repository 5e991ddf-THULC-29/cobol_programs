      * customer master CUSTMNT maintains - edited against CUSTMSTR
      * on ADD by LOANMAINT and LOANBATCH, and how LOANSTMT finds
      * the name and mailing address for the statement header.
      * LM-FEES-DUE is the late charges assessed and not yet paid -
      * the nightly LATECHG run adds the product's late charge into
      * it, and PAYMTPOST settles it first, ahead of accrued
      * interest and then principal. LM-LATE-CHARGED-DUE-DATE is
      * the due date LATECHG last assessed a late charge for, so a
      * missed due date is charged once and only once; PAYMTPOST's
      * due-date roll re-arms it for the next due date. Both are
      * zeroed at ADD.
      * A charged-off loan (status O) has been written off by the
      * CHGOFF run from the collections-approved list - it is
      * non-accrual, so LOANEXTR, SIMPLEINTEREST and BILLNOTC skip
      * it, and its balance, accrued interest and fees due are all
      * zero. LM-CHARGE-OFF-DATE is the run date it was written
      * off, LM-CHARGED-OFF-AMOUNT the total written off (balance
      * plus accrued plus fees), and LM-RECOVERED-AMOUNT the money
      * PAYMTPOST has since posted against it as recoveries - a
      * recovery can never take it past the amount charged off.
      * All three are zeroed at ADD.
      * LM-MODIFIED-FLAG marks a loan restructured by the
      * modification transaction in LOANMAINT/LOANBATCH - accrued
      * interest capitalized into the balance, a new rate and term
      * inside the product's band, a recomputed scheduled payment
      * and a new first due date. LM-MODIFICATION-DATE is the run
      * date of the latest modification. LOANDELQ reports modified
      * loans separately and lists them on the troubled-debt list.
      * Both are cleared at ADD.
      * LM-NEXT-RESET-DATE is the date a floating-rate loan's rate is
      * next reset off its product's index by the nightly RATERSET
      * run - zero until RATERSET first schedules it (the run date
      * plus the product's reset months), and rolled forward by the
      * reset months at every reset. A fixed-rate loan carries
      * zero. LM-RESET-NOTICED-DATE is the reset date RATERSET last
      * sent the borrower a rate-change notice for, so a reset is
      * noticed once; rolling the reset date re-arms the notice.
      * Both are zeroed at ADD.
      * LM-BUREAU-CLOSED-DATE is the closed date the month-end
      * CRBUREAU credit-bureau extract last reported the loan's
      * closure for - a closed loan is reported once with its
      * closed status and then dropped, and a loan reopened and
      * closed again carries a new closed date, which re-arms the
      * report. Zeroed at ADD.
       01  LOAN-MASTER-RECORD.
           05  LM-LOAN-NUMBER          PIC 9(6).
           05  LM-CUSTOMER-NUMBER      PIC 9(6).
           05  LM-SCHEDULED-PAYMENT    PIC 9(7)V99.
           05  LM-STMT-CYCLE           PIC 9(2).
           05  LM-NOTICED-DUE-DATE     PIC 9(8).
           05  LM-LATE-CHARGED-DUE-DATE PIC 9(8).
           05  LM-CURRENT-BALANCE      PIC 9(7)V99.
           05  LM-ACCRUED-INTEREST     PIC 9(9)V99.
           05  LM-FEES-DUE             PIC 9(7)V99.
           05  LM-INTEREST-YTD         PIC 9(9)V99.
           05  LM-LAST-ACCRUAL-DATE    PIC 9(8).
           05  LM-CLOSED-DATE          PIC 9(8).
           05  LM-CHARGE-OFF-DATE      PIC 9(8).
           05  LM-CHARGED-OFF-AMOUNT   PIC 9(9)V99.
           05  LM-RECOVERED-AMOUNT     PIC 9(9)V99.
           05  LM-MODIFIED-FLAG        PIC X(1).
               88  LM-LOAN-MODIFIED        VALUE "Y".
           05  LM-MODIFICATION-DATE    PIC 9(8).
           05  LM-NEXT-RESET-DATE      PIC 9(8).
           05  LM-RESET-NOTICED-DATE   PIC 9(8).
           05  LM-BUREAU-CLOSED-DATE   PIC 9(8).
           05  LM-RECORD-STATUS        PIC X(1).
               88  LM-STATUS-ACTIVE        VALUE "A".
               88  LM-STATUS-CLOSED        VALUE "C".
               88  LM-STATUS-CHARGED-OFF   VALUE "O".
