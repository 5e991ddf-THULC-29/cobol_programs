      * Maker/checker approval queue record, keyed by loan number and
      * a sequence within the loan - one per loan master change held
      * for a second operator's approval. LOANMAINT (online) and
      * LOANBATCH (bulk boarding) hold an ADD, CHANGE, DELETE or
      * MODIFY over the control card's dual-control limits here
      * instead of applying it: an ADD boarding a principal at or
      * over PC-DUAL-PRINCIPAL-LIMIT, a CHANGE moving the rate by
      * PC-DUAL-RATE-POINTS or more either way, a DELETE closing a
      * loan that still owes more than PC-DUAL-CLOSE-BALANCE
      * (balance plus accrued interest plus fees), a MODIFY whose
      * new rate moves the rate by the rate points or whose
      * capitalized balance reaches the principal limit. The record
      * carries who keyed it (the maker), why it was held, the
      * loan's position when it was keyed, and the loan fields the
      * transaction proposes - for a MODIFY, the loan's terms as
      * they stood plus the new rate, term and first due date keyed
      * (LA-MOD-NEW-*, zero on every other item). LOANAPRV (online)
      * is where a second, different operator (the checker) approves
      * or declines it - the change reaches the loan master only at
      * approval, and both operator IDs go on the audit trail. A
      * loan with an item still pending cannot have another one
      * queued. The nightly LOANAPRT report lists every item still
      * pending and every declined item once, stamping the declined
      * item with the run date it was reported on.
      * LA-BEFORE-DUE-DATE and LA-BEFORE-PAYMENT are the loan's next
      * due date and scheduled payment as the master stood when the
      * item was keyed (zero on an ADD) - LOANAPRV will not apply a
      * CHANGE over a master the nightly runs have moved since.
      * Status: P = pending, A = approved (and applied), D = declined.
       01  LOAN-APPROVAL-RECORD.
           05  LA-ITEM-KEY.
               10  LA-LOAN-NUMBER      PIC 9(6).
               10  LA-SEQUENCE         PIC 9(3).
           05  LA-TRAN-CODE            PIC X(1).
               88  LA-TRAN-ADD             VALUE "A".
               88  LA-TRAN-CHANGE          VALUE "C".
               88  LA-TRAN-DELETE          VALUE "D".
               88  LA-TRAN-MODIFY          VALUE "M".
           05  LA-HOLD-REASON          PIC X(30).
           05  LA-SOURCE-PROGRAM       PIC X(10).
           05  LA-MAKER-OPERATOR       PIC X(8).
           05  LA-SUBMIT-DATE          PIC 9(8).
           05  LA-SUBMIT-TIME          PIC 9(8).
           05  LA-BEFORE-RATE          PIC 9(3)V99.
           05  LA-BEFORE-OWED          PIC 9(9)V99.
           05  LA-BEFORE-DUE-DATE      PIC 9(8).
           05  LA-BEFORE-PAYMENT       PIC 9(7)V99.
           05  LA-CUSTOMER-NUMBER      PIC 9(6).
           05  LA-PRODUCT-CODE         PIC X(4).
           05  LA-PRINCIPAL            PIC 9(7)V99.
           05  LA-RATE                 PIC 9(3)V99.
           05  LA-TIME-YEARS           PIC 9(3)V99.
           05  LA-COMPOUNDING-FREQ     PIC 9.
           05  LA-NEXT-DUE-DATE        PIC 9(8).
           05  LA-SCHEDULED-PAYMENT    PIC 9(7)V99.
           05  LA-STMT-CYCLE           PIC 9(2).
           05  LA-STATUS               PIC X(1).
               88  LA-STATUS-PENDING       VALUE "P".
               88  LA-STATUS-APPROVED      VALUE "A".
               88  LA-STATUS-DECLINED      VALUE "D".
           05  LA-CHECKER-OPERATOR     PIC X(8).
           05  LA-DECISION-DATE        PIC 9(8).
           05  LA-DECISION-TIME        PIC 9(8).
           05  LA-DECISION-REASON      PIC X(30).
           05  LA-REPORTED-DATE        PIC 9(8).
           05  LA-MOD-NEW-RATE         PIC 9(3)V99.
           05  LA-MOD-NEW-TIME-YEARS   PIC 9(3)V99.
           05  LA-MOD-NEW-DUE-DATE     PIC 9(8).
