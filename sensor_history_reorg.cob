      * different counts - the job must not swap the fresh copy in).
      * Audit records now carry the initiating job's identity in
      * the new operator field on the shared audit layout.
      * The history record now carries the sensor-day's exception
      * count; the archive and current-window copies are widened
      * to match.
      * The history record now also carries the sensor-day's
      * quality-suspect reading count; the copies are widened again.
      * The current window is now 31 days, the longest calendar
      * month, so a reorganization run on the last night of a month
      * can never archive the month's first day out from under the
      * month-end COMPCERT compliance certificate. The history
      * record now also carries the sensor-day's in-range count and
      * longest excursion; the copies are widened to match.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "sensor_history_record.cpy".

       FD  HISTORY-ARCHIVE-FILE.
       01  HISTORY-ARCHIVE-RECORD      PIC X(63).

       FD  HISTORY-NEW-FILE.
       01  HISTORY-NEW-RECORD          PIC X(63).

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
       01  WS-EOF-FLAG                 PIC X VALUE "N".
           88  END-OF-HISTORY-FILE         VALUE "Y".

       01  WS-CURRENT-WINDOW-DAYS      PIC 9(3) VALUE 31.

       01  WS-NEWEST-RUN-DATE          PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-DAY-NUMBER        PIC 9(7) VALUE ZERO.
               AT END SET END-OF-HISTORY-FILE TO TRUE
           END-READ.

      * Everything on or after the cutoff day stays current - 31
      * calendar days ending on the newest date, which is one
      * record per sensor per nightly run: the roughly 30
      * sensor-days SENSTRND judges a sensor on, and never less
      * than a whole calendar month for the COMPCERT certificate.
       3000-SET-CUTOFF.
           MOVE ZERO TO WS-CUTOFF-DAY-NUMBER
           IF WS-NEWEST-RUN-DATE NOT = ZERO
