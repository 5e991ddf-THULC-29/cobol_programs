      * validity verdict and, for a valid date, a serial day number
      * - subtracting two day numbers gives the exact days between
      * the dates, leap years included, which is what the aging,
      * per-diem and billing logic all live on. A valid date also
      * gets its day of the week (1 = Monday thru 7 = Sunday), which
      * is what the ACH settlement logic rolls weekend dates on.
       01  DATE-CALC-REQUEST.
           05  DK-DATE                 PIC 9(8).
           05  DK-DAY-NUMBER           PIC 9(7).
           05  DK-RESULT-CODE          PIC X(1).
               88  DK-DATE-VALID           VALUE "V".
               88  DK-DATE-INVALID         VALUE "I".
           05  DK-DAY-OF-WEEK          PIC 9(1).
               88  DK-WEEKEND-DAY          VALUE 6 7.
               88  DK-BUSINESS-DAY         VALUE 1 THRU 5.
