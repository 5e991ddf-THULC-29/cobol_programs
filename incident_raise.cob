       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCRAISE.

      * Modification history:
      * New program - shared incident raiser, built on the same
      * pattern as the RUNCTL run-control keeper. Every program that
      * writes a CRITICAL line to an alert file CALLs this
      * subprogram with the condition, the sensor or loan key, the
      * severity and the alert text, and it records the alert on the
      * indexed incident register (INCMSTR). The alert files are a
      * new generation every night, so a freezer alarm raised on
      * Tuesday was gone from view by Wednesday; the register keeps
      * it until an operator closes it. The incidents already on
      * file for the condition and key are read in occurrence order:
      * one still open or acknowledged is updated - last seen date,
      * times seen, latest alert text, and the severity if it has
      * gone up - so a loan that is 90 days past due every night for
      * a month is one incident, not thirty. Otherwise a new
      * incident is opened at the next occurrence number. A register
      * that does not exist yet is created empty, the same way
      * RUNCTL creates its file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-INCIDENT-ID
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
           COPY "incident_record.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

       01  WS-SCAN-FLAG                PIC X VALUE "N".
           88  END-OF-CONDITION            VALUE "Y".

       01  WS-LAST-OCCURRENCE          PIC 9(3).
       01  WS-OPEN-OCCURRENCE          PIC 9(3).

      * Severity rank, so a repeat can raise an incident's severity
      * but never lower it.
       01  WS-SEVERITY-RANK            PIC 9(1).
       01  WS-FILED-RANK               PIC 9(1).
       01  WS-RANK-SEVERITY            PIC X(8).
       01  WS-RANK-RESULT              PIC 9(1).

       LINKAGE SECTION.
           COPY "incident_request.cpy".

       PROCEDURE DIVISION USING INCIDENT-REQUEST.
       0000-MAIN.
           SET IR-INCIDENT-FAILED TO TRUE
           MOVE SPACES TO IR-INCIDENT-ID

           OPEN I-O INCIDENT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE INCIDENT-FILE
               OPEN OUTPUT INCIDENT-FILE
               CLOSE INCIDENT-FILE
               OPEN I-O INCIDENT-FILE
           END-IF

           PERFORM 1000-FIND-OPEN-INCIDENT

           IF WS-OPEN-OCCURRENCE > ZERO
               PERFORM 2000-UPDATE-INCIDENT
           ELSE
               PERFORM 3000-OPEN-INCIDENT
           END-IF

           CLOSE INCIDENT-FILE

           GOBACK.

      * Reads every incident on file for this condition and key -
      * at most one of them is ever still open or acknowledged.
       1000-FIND-OPEN-INCIDENT.
           MOVE ZERO TO WS-LAST-OCCURRENCE
           MOVE ZERO TO WS-OPEN-OCCURRENCE
           MOVE "N" TO WS-SCAN-FLAG

           MOVE IR-CONDITION-CODE TO IC-CONDITION-CODE
           MOVE IR-ITEM-KEY       TO IC-ITEM-KEY
           MOVE ZERO              TO IC-OCCURRENCE
           START INCIDENT-FILE
               KEY IS NOT LESS THAN IC-INCIDENT-ID
               INVALID KEY SET END-OF-CONDITION TO TRUE
           END-START

           PERFORM 1100-READ-NEXT-INCIDENT UNTIL END-OF-CONDITION.

       1100-READ-NEXT-INCIDENT.
           READ INCIDENT-FILE NEXT
               AT END
                   SET END-OF-CONDITION TO TRUE
               NOT AT END
                   IF IC-CONDITION-CODE NOT = IR-CONDITION-CODE
                           OR IC-ITEM-KEY NOT = IR-ITEM-KEY
                       SET END-OF-CONDITION TO TRUE
                   ELSE
                       MOVE IC-OCCURRENCE TO WS-LAST-OCCURRENCE
                       IF NOT IC-STATUS-CLOSED
                           MOVE IC-OCCURRENCE TO WS-OPEN-OCCURRENCE
                       END-IF
                   END-IF
           END-READ.

      * A repeat of the condition - the incident stays open or
      * acknowledged as it was; the operator who acknowledged it
      * is still working it.
       2000-UPDATE-INCIDENT.
           MOVE IR-CONDITION-CODE  TO IC-CONDITION-CODE
           MOVE IR-ITEM-KEY        TO IC-ITEM-KEY
           MOVE WS-OPEN-OCCURRENCE TO IC-OCCURRENCE
           READ INCIDENT-FILE
               KEY IS IC-INCIDENT-ID
               INVALID KEY
                   DISPLAY "INCIDENT " IC-INCIDENT-ID
                       " NOT FOUND ON RE-READ - STATUS="
                       WS-FILE-STATUS
               NOT INVALID KEY
                   IF IR-RUN-DATE > IC-LAST-SEEN-DATE
                       MOVE IR-RUN-DATE TO IC-LAST-SEEN-DATE
                   END-IF
                   ADD 1 TO IC-TIMES-SEEN
                   MOVE IR-DETAIL TO IC-LAST-DETAIL
                   MOVE IR-SEVERITY TO WS-RANK-SEVERITY
                   PERFORM 4000-RANK-SEVERITY
                   MOVE WS-RANK-RESULT TO WS-SEVERITY-RANK
                   MOVE IC-SEVERITY TO WS-RANK-SEVERITY
                   PERFORM 4000-RANK-SEVERITY
                   MOVE WS-RANK-RESULT TO WS-FILED-RANK
                   IF WS-SEVERITY-RANK > WS-FILED-RANK
                       MOVE IR-SEVERITY TO IC-SEVERITY
                   END-IF
                   REWRITE INCIDENT-RECORD
                       INVALID KEY
                           DISPLAY "INCIDENT " IC-INCIDENT-ID
                               " UPDATE FAILED - STATUS="
                               WS-FILE-STATUS
                       NOT INVALID KEY
                           MOVE IC-INCIDENT-ID TO IR-INCIDENT-ID
                           SET IR-INCIDENT-UPDATED TO TRUE
                   END-REWRITE
           END-READ.

       3000-OPEN-INCIDENT.
           IF WS-LAST-OCCURRENCE = 999
               DISPLAY "INCIDENT " IR-CONDITION-CODE IR-ITEM-KEY
                   " OCCURRENCES EXHAUSTED - NOT RAISED"
           ELSE
               INITIALIZE INCIDENT-RECORD
               MOVE IR-CONDITION-CODE TO IC-CONDITION-CODE
               MOVE IR-ITEM-KEY       TO IC-ITEM-KEY
               COMPUTE IC-OCCURRENCE = WS-LAST-OCCURRENCE + 1
               MOVE IR-SOURCE-PROGRAM TO IC-SOURCE-PROGRAM
               MOVE IR-SEVERITY       TO IC-SEVERITY
               MOVE IR-RUN-DATE       TO IC-FIRST-RAISED-DATE
               MOVE IR-RUN-DATE       TO IC-LAST-SEEN-DATE
               MOVE 1                 TO IC-TIMES-SEEN
               MOVE IR-DETAIL         TO IC-LAST-DETAIL
               SET IC-STATUS-OPEN TO TRUE
               WRITE INCIDENT-RECORD
                   INVALID KEY
                       DISPLAY "INCIDENT " IC-INCIDENT-ID
                           " WRITE FAILED - STATUS=" WS-FILE-STATUS
                   NOT INVALID KEY
                       MOVE IC-INCIDENT-ID TO IR-INCIDENT-ID
                       SET IR-INCIDENT-OPENED TO TRUE
               END-WRITE
           END-IF.

       4000-RANK-SEVERITY.
           EVALUATE WS-RANK-SEVERITY
               WHEN "CRITICAL"
                   MOVE 3 TO WS-RANK-RESULT
               WHEN "MAJOR"
                   MOVE 2 TO WS-RANK-RESULT
               WHEN OTHER
                   MOVE 1 TO WS-RANK-RESULT
           END-EVALUATE.
