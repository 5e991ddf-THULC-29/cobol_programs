      * Incident register record, keyed by the incident ID - the
      * condition raised, the sensor or loan it was raised on, and
      * an occurrence number within that condition and key. One per
      * incident. CELSIUSTOFAHRENHEIT (a sensor that stayed out of
      * range, a sensor that went silent) and LOANDELQ (a loan 90
      * days or more past due) raise into it through the shared
      * INCRAISE subprogram every time they write a CRITICAL line to
      * their alert file. A repeat of a condition that still has an
      * incident open or acknowledged updates that incident - last
      * seen date, times seen, latest alert detail - instead of
      * adding another; only once it is closed does the next repeat
      * open a new occurrence. Operators acknowledge and close an
      * incident online through INCMNT, each with a note under their
      * operator ID, and the nightly INCESCL report lists the
      * incidents nobody has acknowledged by age and sends anything
      * still open past its severity's time limit up the chain.
      * Condition codes: TR = sensor out of range (exception streak
      * at the consecutive-exception limit), TS = sensor silent (no
      * readings at all), D9 = loan 90 days or more past due.
      * Status: O = open (not yet acknowledged), A = acknowledged,
      * C = closed.
      * Escalation level: 0 = not escalated, 1-3 = how far up the
      * chain (supervisor, manager, director) INCESCL has sent it.
       01  INCIDENT-RECORD.
           05  IC-INCIDENT-ID.
               10  IC-CONDITION-CODE   PIC X(2).
                   88  IC-COND-SENSOR-RANGE    VALUE "TR".
                   88  IC-COND-SENSOR-SILENT   VALUE "TS".
                   88  IC-COND-LOAN-90-DAY     VALUE "D9".
               10  IC-ITEM-KEY         PIC X(6).
               10  IC-OCCURRENCE       PIC 9(3).
           05  IC-SOURCE-PROGRAM       PIC X(20).
           05  IC-SEVERITY             PIC X(8).
               88  IC-SEVERITY-CRITICAL    VALUE "CRITICAL".
               88  IC-SEVERITY-MAJOR       VALUE "MAJOR".
               88  IC-SEVERITY-MINOR       VALUE "MINOR".
           05  IC-FIRST-RAISED-DATE    PIC 9(8).
           05  IC-LAST-SEEN-DATE       PIC 9(8).
           05  IC-TIMES-SEEN           PIC 9(5).
           05  IC-LAST-DETAIL          PIC X(91).
           05  IC-STATUS               PIC X(1).
               88  IC-STATUS-OPEN          VALUE "O".
               88  IC-STATUS-ACKNOWLEDGED  VALUE "A".
               88  IC-STATUS-CLOSED        VALUE "C".
           05  IC-ACK-OPERATOR         PIC X(8).
           05  IC-ACK-DATE             PIC 9(8).
           05  IC-ACK-TIME             PIC 9(8).
           05  IC-ACK-NOTE             PIC X(40).
           05  IC-CLOSE-OPERATOR       PIC X(8).
           05  IC-CLOSE-DATE           PIC 9(8).
           05  IC-CLOSE-TIME           PIC 9(8).
           05  IC-CLOSE-NOTE           PIC X(40).
           05  IC-ESCALATION-LEVEL     PIC 9(1).
           05  IC-ESCALATED-DATE       PIC 9(8).
