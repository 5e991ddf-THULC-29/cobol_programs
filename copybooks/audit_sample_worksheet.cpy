      * Audit sample worksheet record - one per loan drawn by the
      * AUDSAMP statistical sampling run, written in the order the
      * loans were drawn. AW-SAMPLE-ID (run date and seed) ties
      * every record back to the run that drew it and is all that
      * is needed, with the criteria on the audit trail, to draw
      * the identical sample again. The loan and borrower fields
      * are a copy of what was on file when the sample was drawn.
      * The review fields are left blank by AUDSAMP for the
      * auditors to fill in as each sampled loan is tested -
      * AW-EXCEPTION-FLAG N (tested, no exception) or Y (exception
      * found, with its code and a note), who reviewed it and when.
       01  AUDIT-SAMPLE-WORKSHEET.
           05  AW-SAMPLE-ID.
               10  AW-SAMPLE-DATE      PIC 9(8).
               10  AW-SAMPLE-SEED      PIC 9(10).
           05  AW-SEQUENCE             PIC 9(5).
           05  AW-LOAN-NUMBER          PIC 9(6).
           05  AW-CUSTOMER-NUMBER      PIC 9(6).
           05  AW-CUSTOMER-NAME        PIC X(30).
           05  AW-PRODUCT-CODE         PIC X(4).
           05  AW-RECORD-STATUS        PIC X(1).
           05  AW-CURRENT-BALANCE      PIC 9(7)V99.
           05  AW-DAYS-PAST-DUE        PIC 9(5).
           05  AW-EXCEPTION-FLAG       PIC X(1).
               88  AW-NOT-YET-REVIEWED     VALUE SPACE.
               88  AW-NO-EXCEPTION         VALUE "N".
               88  AW-EXCEPTION-FOUND      VALUE "Y".
           05  AW-EXCEPTION-CODE       PIC X(4).
           05  AW-REVIEWED-BY          PIC X(8).
           05  AW-REVIEW-DATE          PIC 9(8).
           05  AW-EXCEPTION-NOTE       PIC X(40).
