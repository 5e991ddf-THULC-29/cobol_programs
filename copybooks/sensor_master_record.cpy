      * overrides the global PC-SAFE-MIN-C/PC-SAFE-MAX-C for that
      * sensor. RETIRE is a soft delete - the record status is set to
      * retired rather than the record being removed.
      * SM-ZONE-ID places the sensor in a zone on the zone master
      * (site, building and zone code, the zone master's key); a
      * sensor must be in an active zone to be added or changed.
      * SM-MAX-STEP-C and SM-FLATLINE-MINUTES are the sensor's
      * data-quality limits for the CELSIUSTOFAHRENHEIT screening:
      * the largest change allowed between consecutive readings,
      * and how long the sensor may repeat exactly the same value
      * before its readings are suspect. Zero turns the rule off.
       01  SENSOR-MASTER-RECORD.
           05  SM-SENSOR-ID            PIC X(6).
           05  SM-LOCATION             PIC X(20).
           05  SM-RECORD-STATUS        PIC X(1).
               88  SM-STATUS-ACTIVE        VALUE "A".
               88  SM-STATUS-RETIRED       VALUE "R".
           05  SM-ZONE-ID              PIC X(12).
           05  SM-MAX-STEP-C           PIC 9(3)V9(2).
           05  SM-FLATLINE-MINUTES     PIC 9(4).
