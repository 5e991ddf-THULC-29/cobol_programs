      * Market index-rate record, keyed by index code and effective
      * date, maintained online by treasury through INDXMNT the same
      * way PRODMNT maintains the product master. Each record is
      * the index's published rate from its effective date until
      * the next effective date for the same index, so the file is
      * the dated history of every index the variable-rate products
      * float on. The nightly RATERSET run prices a reset off the
      * latest active record for the product's index effective on
      * or before the pricing date. RETIRE is a soft delete - a
      * retired record is skipped as though it had never been
      * keyed, so a mis-keyed rate can be withdrawn without losing
      * the trail of what was entered.
       01  INDEX-RATE-RECORD.
           05  IX-RATE-KEY.
               10  IX-INDEX-CODE       PIC X(4).
               10  IX-EFFECTIVE-DATE   PIC 9(8).
           05  IX-DESCRIPTION          PIC X(30).
           05  IX-RATE                 PIC 9(3)V99.
           05  IX-RECORD-STATUS        PIC X(1).
               88  IX-STATUS-ACTIVE        VALUE "A".
               88  IX-STATUS-RETIRED       VALUE "R".
