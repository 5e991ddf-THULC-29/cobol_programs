      * Void record, keyed by series and number - one per drawn
      * control number formally voided online through NUMMNT, with
      * who voided it, when, and why. A voided number is accounted
      * for on the NUMACCT accountability report; a number drawn
      * and neither used nor voided is a gap. A number can only be
      * voided once.
       01  NUMBER-VOID-RECORD.
           05  NV-VOID-KEY.
               10  NV-SERIES-NAME      PIC X(8).
               10  NV-NUMBER           PIC 9(7).
           05  NV-VOID-DATE            PIC 9(8).
           05  NV-VOID-TIME            PIC 9(8).
           05  NV-OPERATOR-ID          PIC X(8).
           05  NV-VOID-REASON          PIC X(40).
