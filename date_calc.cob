       01  WS-QUAD-CENTURIES           PIC 9(2).
       01  WS-MONTH-DAYS               PIC 9(4).

      * Day number zero fell on a Wednesday, so the day number plus
      * two, remainder seven, is zero for a Monday.
       01  WS-WEEK-DAYS                PIC 9(8).
       01  WS-WEEK-QUOTIENT            PIC 9(7).
       01  WS-WEEK-REMAINDER           PIC 9(1).

       LINKAGE SECTION.
           COPY "date_calc.cpy".

       PROCEDURE DIVISION USING DATE-CALC-REQUEST.
       0000-MAIN.
           MOVE ZERO TO DK-DAY-NUMBER
           MOVE ZERO TO DK-DAY-OF-WEEK
           MOVE DK-DATE TO WS-DATE-PARTS

           PERFORM 1000-VALIDATE-DATE
           COMPUTE DK-DAY-NUMBER =
               (365 * WS-SHIFTED-YEAR) + WS-QUARTERS
               - WS-CENTURIES + WS-QUAD-CENTURIES
               + WS-MONTH-DAYS + WS-DAY - 1

           COMPUTE WS-WEEK-DAYS = DK-DAY-NUMBER + 2
           DIVIDE WS-WEEK-DAYS BY 7 GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEK-REMAINDER
           COMPUTE DK-DAY-OF-WEEK = WS-WEEK-REMAINDER + 1.
