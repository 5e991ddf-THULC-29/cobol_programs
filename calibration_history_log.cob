       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALHIST.

      * Modification history:
      * New program - shared calibration-history writer, built on
      * the same pattern as the LOANHIST loan-history writer. Every
      * program that changes a sensor's calibration offset on the
      * sensor master (CALAPPLY, SENSMNT, SENSBATCH) CALLs this
      * subprogram with one CALIBRATION-HISTORY-RECORD per change
      * and it appends the record to the cumulative CALHIST file.
      * The file is opened EXTEND so changes land in the order they
      * were made; the month-end COMPCERT certificate reads them
      * back by month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-HISTORY-FILE ASSIGN TO "CALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-HISTORY-FILE.
       01  CAL-HISTORY-FILE-RECORD     PIC X(52).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

       LINKAGE SECTION.
           COPY "calibration_history_record.cpy".

       PROCEDURE DIVISION USING CALIBRATION-HISTORY-RECORD.
       0000-MAIN.
           OPEN EXTEND CAL-HISTORY-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT CAL-HISTORY-FILE
           END-IF

           WRITE CAL-HISTORY-FILE-RECORD
               FROM CALIBRATION-HISTORY-RECORD

           CLOSE CAL-HISTORY-FILE

           GOBACK.
