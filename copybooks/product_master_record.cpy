      * frequency 0 thru 4 (subscript is frequency plus one).
      * RETIRE is a soft delete - the record status is set to
      * retired rather than the record being removed.
      * PD-GRACE-DAYS and PD-LATE-CHARGE are the product's late-fee
      * terms - the nightly LATECHG run assesses PD-LATE-CHARGE once
      * per missed due date on a loan still unpaid more than
      * PD-GRACE-DAYS days after LM-NEXT-DUE-DATE. A zero late
      * charge means the product carries no late fee.
      * PD-RATE-TYPE says whether the product's loans float. A
      * variable-rate product names the market index its loans are
      * priced off (PD-INDEX-CODE, an index on the INDXRATE file
      * treasury maintains through INDXMNT) and the margin added to
      * it, how many months apart the rate resets, and the limits a
      * reset must respect: PD-PERIODIC-CAP and PD-PERIODIC-FLOOR
      * are the most the rate may rise or fall at any one reset
      * (zero means no periodic limit), PD-LIFETIME-CAP and
      * PD-LIFETIME-FLOOR the highest and lowest rate the loan may
      * ever carry - kept inside the product's own rate band.
      * PD-RESET-NOTICE-DAYS is how far ahead of a reset the
      * borrower is sent the rate-change notice; the new rate is
      * priced off the index in effect that many days before the
      * reset, so the rate noticed is the rate applied. A fixed-rate
      * product carries zeros in all of these.
       01  PRODUCT-MASTER-RECORD.
           05  PD-PRODUCT-CODE         PIC X(4).
           05  PD-DESCRIPTION          PIC X(30).
           05  PD-MAX-TERM-YEARS       PIC 9(3)V99.
           05  PD-FREQ-ALLOWED-FLAGS.
               10  PD-FREQ-ALLOWED     PIC X(1) OCCURS 5 TIMES.
           05  PD-GRACE-DAYS           PIC 9(3).
           05  PD-LATE-CHARGE          PIC 9(5)V99.
           05  PD-RATE-TYPE            PIC X(1).
               88  PD-RATE-FIXED           VALUE "F".
               88  PD-RATE-VARIABLE        VALUE "V".
           05  PD-INDEX-CODE           PIC X(4).
           05  PD-MARGIN               PIC 9(2)V99.
           05  PD-RESET-MONTHS         PIC 9(2).
           05  PD-PERIODIC-CAP         PIC 9(2)V99.
           05  PD-PERIODIC-FLOOR       PIC 9(2)V99.
           05  PD-LIFETIME-CAP         PIC 9(3)V99.
           05  PD-LIFETIME-FLOOR       PIC 9(3)V99.
           05  PD-RESET-NOTICE-DAYS    PIC 9(3).
           05  PD-RECORD-STATUS        PIC X(1).
               88  PD-STATUS-ACTIVE        VALUE "A".
               88  PD-STATUS-RETIRED       VALUE "R".
