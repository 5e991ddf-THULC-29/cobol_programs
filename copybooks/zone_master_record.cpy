      * Zone master record, keyed by site, building and zone - one
      * per cold room, freezer, dock or plant room facilities needs
      * a result for. Maintained online by ZONEMNT (add/change/
      * retire/inquire) the same way SENSMNT maintains the sensor
      * master. Carries the zone's name, the temperature range the
      * zone as a whole is required to hold, the tolerance its
      * sensors may disagree with each other by before one of them
      * is suspect, and the responsible contact. Sensors are placed
      * in a zone by SM-ZONE-ID on the sensor master, and the
      * nightly ZONEROLL rollup reports the zone from its sensors'
      * SENSHIST results, subtotalled by building and site - the
      * key order. RETIRE is a soft delete - the record status is
      * set to retired rather than the record being removed.
       01  ZONE-MASTER-RECORD.
           05  ZM-ZONE-ID.
               10  ZM-SITE-CODE        PIC X(4).
               10  ZM-BUILDING-CODE    PIC X(4).
               10  ZM-ZONE-CODE        PIC X(4).
           05  ZM-ZONE-NAME            PIC X(30).
           05  ZM-REQUIRED-MIN-C       PIC S9(3)V9(2).
           05  ZM-REQUIRED-MAX-C       PIC S9(3)V9(2).
           05  ZM-AGREE-TOLERANCE-C    PIC 9(3)V9(2).
           05  ZM-CONTACT-NAME         PIC X(25).
           05  ZM-CONTACT-PHONE        PIC X(15).
           05  ZM-RECORD-STATUS        PIC X(1).
               88  ZM-STATUS-ACTIVE        VALUE "A".
               88  ZM-STATUS-RETIRED       VALUE "R".
