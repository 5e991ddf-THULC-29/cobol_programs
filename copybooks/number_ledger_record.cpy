      * Reservation ledger record, appended to the cumulative NUMLEDG
      * file by PRINT100 for every block of numbers it reserves, and
      * by ACHORIG for each night's ACHTRACE trace numbers - which
      * series, the first and last number and how many, when, and
      * the job or operator that drew them. The file is opened
      * EXTEND, so records arrive in draw order, and since the
      * register only ever moves a series forward, in ascending
      * number order for any one series. Read back by the NUMACCT
      * accountability report.
       01  NUMBER-LEDGER-RECORD.
           05  NL-SERIES-NAME          PIC X(8).
           05  NL-FIRST-NUMBER         PIC 9(7).
           05  NL-LAST-NUMBER          PIC 9(7).
           05  NL-NUMBER-COUNT         PIC 9(7).
           05  NL-DRAW-DATE            PIC 9(8).
           05  NL-DRAW-TIME            PIC 9(8).
           05  NL-DRAWN-BY             PIC X(8).
