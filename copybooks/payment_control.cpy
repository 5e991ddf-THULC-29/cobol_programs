      * splits and the posted count under the batch number, and is
      * read back by LOANPROOF to prove the loan master moved only
      * by the night's recorded activity.
      * PB-CONTROL-TYPE says which run wrote the record: P for the
      * PAYMTPOST posting run (a record written before the type was
      * carried reads as spaces and counts as a posting record), R
      * for the PAYRTRN returned-payment run, whose totals are the
      * interest and principal put back on the master.
      * PB-FEE-TOTAL is the late charges settled by the run (or put
      * back, on a reversal record) - the fee step of the payment
      * waterfall.
      * Type C is the CHGOFF charge-off run's record - its interest,
      * principal and fee totals are what was written off the
      * master, and its count the loans charged off. PB-RECOVERY-
      * TOTAL is the money a posting run took in on charged-off
      * loans; recoveries do not move the master's positions, so
      * they are kept out of the interest and principal totals. On
      * a reversal record it is the recoveries PAYRTRN put back
      * because they were returned.
       01  PAYMENT-CONTROL-RECORD.
           05  PB-BATCH-NUMBER         PIC 9(7).
           05  PB-INTEREST-TOTAL       PIC 9(11)V99.
           05  PB-PRINCIPAL-TOTAL      PIC 9(11)V99.
           05  PB-POSTED-COUNT         PIC 9(7).
           05  PB-CONTROL-TYPE         PIC X(1).
               88  PB-TYPE-POSTING         VALUE "P" " ".
               88  PB-TYPE-REVERSAL        VALUE "R".
               88  PB-TYPE-CHARGE-OFF      VALUE "C".
           05  PB-FEE-TOTAL            PIC 9(11)V99.
           05  PB-RECOVERY-TOTAL       PIC 9(11)V99.
