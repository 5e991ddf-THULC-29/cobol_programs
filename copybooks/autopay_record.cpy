      * Autopay (ACH debit) enrollment record, keyed by loan number -
      * one per loan the borrower has ever enrolled. Maintained
      * online by AUTOMNT (enroll/change/cancel/inquire): the
      * borrower's bank routing number and account number, checking
      * or savings, the enrolled flag and the effective date - the
      * first due date on or after the effective date is the first
      * one debited. The nightly ACHORIG run originates the debit
      * for the scheduled payment ahead of each due date and records
      * it as pending (the due date it pays, the date it settles on
      * and its trace number); the nightly ACHSETL run turns a
      * pending debit into a payment on its settlement date, moves
      * it to the last-settled fields, and matches the bank's ACH
      * returns back to the item by trace number. A return for any
      * reason other than insufficient or uncollected funds (R01,
      * R09) cancels the enrollment - the account cannot be debited
      * again until the borrower re-enrolls.
      * Account type: C = checking, S = savings.
      * Enrolled flag: Y = enrolled, N = cancelled (online by the
      * borrower's request, or by a return).
       01  AUTOPAY-RECORD.
           05  AP-LOAN-NUMBER          PIC 9(6).
           05  AP-CUSTOMER-NUMBER      PIC 9(6).
           05  AP-ROUTING-NUMBER       PIC 9(9).
           05  AP-ACCOUNT-NUMBER       PIC X(17).
           05  AP-ACCOUNT-TYPE         PIC X(1).
               88  AP-ACCOUNT-CHECKING     VALUE "C".
               88  AP-ACCOUNT-SAVINGS      VALUE "S".
               88  AP-ACCOUNT-TYPE-VALID   VALUE "C" "S".
           05  AP-ENROLLED-FLAG        PIC X(1).
               88  AP-ENROLLED             VALUE "Y".
               88  AP-NOT-ENROLLED         VALUE "N".
           05  AP-EFFECTIVE-DATE       PIC 9(8).
           05  AP-ENROLLED-DATE        PIC 9(8).
           05  AP-CANCELLED-DATE       PIC 9(8).
           05  AP-CANCEL-REASON        PIC X(20).
           05  AP-ORIGINATED-DUE-DATE  PIC 9(8).
           05  AP-PENDING-SETTLE-DATE  PIC 9(8).
           05  AP-PENDING-AMOUNT       PIC 9(7)V99.
           05  AP-PENDING-TRACE        PIC 9(15).
           05  AP-LAST-SETTLED-DATE    PIC 9(8).
           05  AP-LAST-SETTLED-AMOUNT  PIC 9(7)V99.
           05  AP-LAST-SETTLED-TRACE   PIC 9(15).
           05  AP-RETURN-COUNT         PIC 9(3).
           05  AP-LAST-RETURN-CODE     PIC X(3).
           05  AP-LAST-RETURN-DATE     PIC 9(8).
           05  AP-LAST-MAINT-DATE      PIC 9(8).
           05  AP-LAST-MAINT-OPERATOR  PIC X(8).
