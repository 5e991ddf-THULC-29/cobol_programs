      * Shared incident request area passed to INCRAISE by every
      * program that writes a CRITICAL line to an alert file. The
      * caller fills in the condition code and the sensor or loan
      * key (see incident_record.cpy for the codes), its own
      * program name, the severity, the run date and the alert
      * line's text; INCRAISE answers with the incident ID and
      * whether it opened a new incident or updated the one still
      * open for that condition - or that the register could not
      * take it, which the caller reports without stopping.
       01  INCIDENT-REQUEST.
           05  IR-CONDITION-CODE       PIC X(2).
           05  IR-ITEM-KEY             PIC X(6).
           05  IR-SOURCE-PROGRAM       PIC X(20).
           05  IR-SEVERITY             PIC X(8).
           05  IR-RUN-DATE             PIC 9(8).
           05  IR-DETAIL               PIC X(91).
           05  IR-INCIDENT-ID          PIC X(11).
           05  IR-RESULT-CODE          PIC X(1).
               88  IR-INCIDENT-OPENED      VALUE "N".
               88  IR-INCIDENT-UPDATED     VALUE "U".
               88  IR-INCIDENT-FAILED      VALUE "F".
