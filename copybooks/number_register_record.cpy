      * Number-series register record, keyed by series name - one
      * per control-number series PRINT100 hands out (BATCHNO for
      * the nightly batch number, and any series other jobs draw) -
      * and ACHTRACE, which ACHORIG draws its ACH trace numbers from
      * directly, one at a time.
      * NR-LAST-NUMBER is the last number drawn; PRINT100 reserves
      * the next block by moving it forward. The rest is the
      * series' definition, set up and changed online by NUMMNT:
      * the valid range the series may draw within, the low-water
      * mark - when no more than this many numbers are left in the
      * range PRINT100 and the NUMACCT accountability report warn
      * that the range needs extending - and whether the series
      * may have gaps (numbers drawn and never used or voided)
      * without that being an exception on NUMACCT.
       01  NUMBER-REGISTER-RECORD.
           05  NR-SERIES-NAME          PIC X(8).
           05  NR-LAST-NUMBER          PIC 9(7).
           05  NR-SERIES-DESCRIPTION   PIC X(30).
           05  NR-RANGE-LOW            PIC 9(7).
           05  NR-RANGE-HIGH           PIC 9(7).
           05  NR-LOW-WATER-COUNT      PIC 9(7).
           05  NR-GAP-RULE             PIC X(1).
               88  NR-GAPS-ALLOWED         VALUE "Y".
               88  NR-GAPS-NOT-ALLOWED     VALUE "N".
