      * GL account-mapping record, keyed by product code and posting
      * transaction type, maintained online by GLMAPMNT the same way
      * PRODMNT maintains the product master. Each record names the
      * GL account debited and the GL account credited when that
      * kind of posting is made for a loan of that product, so each
      * product's income, receivables and cash land in its own
      * accounts instead of one shared set of literals. The shared
      * GLACCT lookup service reads it for every program that writes
      * GL posting lines; a product with no active mapping for a
      * transaction type is rejected by the caller, never posted to
      * a default account.
      * Transaction types: AC interest accrual (SIMPLEINTEREST); PF,
      * PI and PP the fee, interest and principal portions of a
      * payment (PAYMTPOST, and reversed by PAYRTRN); RC a recovery
      * on a charged-off loan (PAYMTPOST); LC a late charge
      * (LATECHG); CP, CI and CF the principal, interest and fee
      * written off by a charge-off (CHGOFF); MC the accrued
      * interest capitalized into the balance by a loan modification
      * (LOANMAINT, LOANBATCH) - debit loans, credit interest
      * receivable.
      * RETIRE is a soft delete - a retired mapping is treated as no
      * mapping at all.
       01  GL-ACCOUNT-MAP-RECORD.
           05  GM-MAP-KEY.
               10  GM-PRODUCT-CODE     PIC X(4).
               10  GM-TRAN-TYPE        PIC X(2).
                   88  GM-TYPE-VALID       VALUE "AC" "PF" "PI" "PP"
                                                 "RC" "LC" "CP" "CI"
                                                 "CF" "MC".
           05  GM-DESCRIPTION          PIC X(30).
           05  GM-DEBIT-ACCOUNT        PIC X(8).
           05  GM-CREDIT-ACCOUNT       PIC X(8).
           05  GM-RECORD-STATUS        PIC X(1).
               88  GM-STATUS-ACTIVE        VALUE "A".
               88  GM-STATUS-RETIRED       VALUE "R".
