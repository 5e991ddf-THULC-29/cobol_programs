      * Shared GL account lookup request area passed to GLACCT by
      * every program that writes GL posting lines. The caller fills
      * in the loan's product code and the posting transaction type
      * (see gl_account_map_record.cpy for the types); GLACCT
      * answers with the debit and credit accounts from the GLMAP
      * mapping file, or with a missing verdict when the product has
      * no active mapping for that type - the caller rejects the
      * item with its own reason rather than guess an account.
       01  GL-ACCOUNT-REQUEST.
           05  GA-PRODUCT-CODE         PIC X(4).
           05  GA-TRAN-TYPE            PIC X(2).
               88  GA-TYPE-ACCRUAL         VALUE "AC".
               88  GA-TYPE-PAYMENT-FEE     VALUE "PF".
               88  GA-TYPE-PAYMENT-INTEREST VALUE "PI".
               88  GA-TYPE-PAYMENT-PRINCIPAL VALUE "PP".
               88  GA-TYPE-RECOVERY        VALUE "RC".
               88  GA-TYPE-LATE-CHARGE     VALUE "LC".
               88  GA-TYPE-CHGOFF-PRINCIPAL VALUE "CP".
               88  GA-TYPE-CHGOFF-INTEREST VALUE "CI".
               88  GA-TYPE-CHGOFF-FEE      VALUE "CF".
               88  GA-TYPE-MOD-CAPITALIZED VALUE "MC".
           05  GA-DEBIT-ACCOUNT        PIC X(8).
           05  GA-CREDIT-ACCOUNT       PIC X(8).
           05  GA-RESULT-CODE          PIC X(1).
               88  GA-MAPPING-FOUND        VALUE "F".
               88  GA-MAPPING-MISSING      VALUE "M".
