      * 30-day trend. Signs are leading separate, the same convention
      * as the raw SENSOR-READING-RECORD, so the file stays readable
      * and re-loadable as plain text. The periodic SENSREORG
      * utility keeps the live file trimmed to the rolling 31-day
      * current window (the longest calendar month, so the month-end
      * COMPCERT certificate always finds the whole month) and
      * moves older records to the dated SENSARCH archive
      * generations.
      * SH-EXCEPTION-COUNT is the sensor-day's readings outside the
      * sensor's safe range, for the ZONEROLL zone rollup.
      * SH-SUSPECT-COUNT is the sensor-day's readings the data-
      * quality screening set aside - they are not in the high,
      * low, average or reading count.
      * SH-IN-RANGE-COUNT is the sensor-day's readings inside the
      * safe range; with SH-EXCEPTION-COUNT it accounts for every
      * reading screened (SH-READING-COUNT plus SH-SUSPECT-COUNT),
      * suspect readings included, which is what the month-end
      * COMPCERT compliance certificate proves time-in-range on.
      * SH-LONGEST-EXC-SECONDS and SH-LONGEST-EXC-START are the
      * day's longest run of consecutive out-of-range readings -
      * first to last exception reading, and the time it began
      * (zero and spaces on a day with no excursion).
       01  SENSOR-HISTORY-RECORD.
           05  SH-RUN-DATE             PIC 9(8).
           05  SH-SENSOR-ID            PIC X(6).
           05  SH-CELSIUS-AVG          PIC S9(3)V9(2)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  SH-READING-COUNT        PIC 9(5).
           05  SH-EXCEPTION-COUNT      PIC 9(5).
           05  SH-SUSPECT-COUNT        PIC 9(5).
           05  SH-IN-RANGE-COUNT       PIC 9(5).
           05  SH-LONGEST-EXC-SECONDS  PIC 9(5).
           05  SH-LONGEST-EXC-START    PIC X(6).
