      * Shared combination request area passed to COMBCALC - the
      * nCr logic FACTORIAL's combination entry was built on, moved
      * out so the audit sampling run counts its possible samples
      * with the very same arithmetic. The caller fills the
      * population size (n) and the number chosen from it (r);
      * COMBCALC answers with the number of distinct selections.
      * A count that fits in eighteen digits comes back exact in
      * CB-RESULT; a larger one - any real loan-book population -
      * comes back scaled, as CB-MANTISSA times ten to the power
      * CB-EXPONENT, with CB-RESULT zero. The scaled form is filled
      * for an exact answer too, so a report can print either one
      * the same way. r greater than n is refused as invalid.
       01  COMBINATION-REQUEST.
           05  CB-POPULATION           PIC 9(7).
           05  CB-CHOSEN               PIC 9(7).
           05  CB-RESULT               PIC 9(18).
           05  CB-MANTISSA             PIC 9V9(6).
           05  CB-EXPONENT             PIC 9(7).
           05  CB-RESULT-CODE          PIC X(1).
               88  CB-RESULT-EXACT         VALUE "E".
               88  CB-RESULT-SCALED        VALUE "S".
               88  CB-REQUEST-INVALID      VALUE "I".
