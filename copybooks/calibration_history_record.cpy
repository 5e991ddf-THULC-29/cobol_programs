      * Shared calibration-history record, appended to the
      * cumulative CALHIST file (via the CALHIST subprogram) every
      * time a sensor's calibration offset on the sensor master is
      * actually changed - an approved proposal applied by
      * CALAPPLY, an online CHANGE through SENSMNT, or a bulk CHANGE
      * through SENSBATCH. One record per change, carrying the
      * offset before and after, the business date and time of
      * day, the program, and who made it, so the month-end
      * COMPCERT compliance certificate can show every calibration
      * change in the month. The file is opened EXTEND by the writer, so
      * records arrive in the order the changes were made. Signs
      * are leading separate, as on SENSHIST.
       01  CALIBRATION-HISTORY-RECORD.
           05  CH-SENSOR-ID            PIC X(6).
           05  CH-CHANGE-DATE          PIC 9(8).
           05  CH-CHANGE-TIME          PIC 9(8).
           05  CH-SOURCE-PROGRAM       PIC X(10).
           05  CH-OPERATOR-ID          PIC X(8).
           05  CH-OLD-OFFSET           PIC S9(3)V9(2)
               SIGN IS LEADING SEPARATE CHARACTER.
           05  CH-NEW-OFFSET           PIC S9(3)V9(2)
               SIGN IS LEADING SEPARATE CHARACTER.
