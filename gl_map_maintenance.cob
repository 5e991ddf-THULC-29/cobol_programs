       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAPMNT.

      * Modification history:
      * New program - online (terminal) maintenance transaction for
      * the indexed GL account-mapping file, built on the same
      * pattern as PRODMNT. Supports ADD, CHANGE, RETIRE and INQUIRE
      * transactions against GL-ACCOUNT-MAP-FILE, keyed by product
      * code and posting transaction type, so finance can give each
      * product its own income, receivable and cash accounts. The
      * session starts with an operator sign-on, and every ADD,
      * CHANGE and RETIRE - whether it completes or is rejected - is
      * appended to the shared audit trail with the operator's ID;
      * INQUIRE is a read-only lookup and is not audited. RETIRE is
      * a soft delete - the GLACCT lookup treats a retired mapping
      * as no mapping, so the product's postings are rejected until
      * it is mapped again.
      * The product must be on the product master, the transaction
      * type one the posting programs use, and the debit and credit
      * accounts eight-digit account numbers that differ, so a
      * mapping can never post both sides to one account.
      * Ends with a graded RETURN-CODE (0 clean session, 4 one or
      * more transactions rejected), consistent with the batch
      * programs in the suite.
      * Added transaction type MC - interest capitalized by a loan
      * modification.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-MAP-KEY
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PRODUCT-CODE
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACCOUNT-MAP-FILE.
           COPY "gl_account_map_record.cpy".

       FD  PRODUCT-MASTER-FILE.
           COPY "product_master_record.cpy".

       WORKING-STORAGE SECTION.
           COPY "audit_record.cpy".
           COPY "parm_card.cpy".

       01  WS-MAP-FILE-STATUS          PIC XX.
       01  WS-PRODUCT-FILE-STATUS      PIC XX.

       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

       01  WS-DONE-FLAG                PIC X VALUE "N".
           88  MAINTENANCE-DONE            VALUE "Y".

       01  WS-TRANSACTION-CODE         PIC X(1).
           88  TRAN-ADD                    VALUE "A".
           88  TRAN-CHANGE                 VALUE "C".
           88  TRAN-RETIRE                 VALUE "R".
           88  TRAN-INQUIRE                VALUE "I".
           88  TRAN-EXIT                   VALUE "X".

       01  WS-INQUIRY-KEY.
           05  WS-INQUIRY-PRODUCT      PIC X(4).
           05  WS-INQUIRY-TYPE         PIC X(2).

       01  WS-ADD-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-RETIRE-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-INQUIRY-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(5) VALUE ZERO.

       01  WS-LAST-TRANSACTION         PIC X(10) VALUE SPACES.

       01  WS-DUPLICATE-FLAG           PIC X VALUE "N".
           88  DUPLICATE-KEY-FOUND         VALUE "Y".

       01  WS-VALID-FLAG               PIC X VALUE "Y".
           88  MAPPING-IS-VALID            VALUE "Y".
           88  MAPPING-IS-INVALID          VALUE "N".

       01  WS-REJECT-REASON            PIC X(40).
       01  WS-AUDIT-STATUS             PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION UNTIL MAINTENANCE-DONE
           PERFORM 3000-FINALIZE
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

      * Graded completion code, consistent with the batch programs:
      * 0 = clean session, 4 = one or more transactions rejected.
       9000-SET-RETURN-CODE.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       1000-INITIALIZE.
           CALL "PARMCARD" USING PARM-CARD-RECORD
           PERFORM 1100-OPERATOR-SIGN-ON
           OPEN I-O GL-ACCOUNT-MAP-FILE
           IF WS-MAP-FILE-STATUS = "35"
               CLOSE GL-ACCOUNT-MAP-FILE
               OPEN OUTPUT GL-ACCOUNT-MAP-FILE
               CLOSE GL-ACCOUNT-MAP-FILE
               OPEN I-O GL-ACCOUNT-MAP-FILE
           END-IF
           OPEN INPUT PRODUCT-MASTER-FILE.

      * Every transaction this session writes to the audit trail
      * carries who keyed it - a blank sign-on is re-prompted, so
      * the field can never arrive empty.
       1100-OPERATOR-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM 1150-PROMPT-OPERATOR-ID
               UNTIL WS-OPERATOR-ID NOT = SPACES.

       1150-PROMPT-OPERATOR-ID.
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID.

       2000-PROCESS-TRANSACTION.
           DISPLAY "GL ACCOUNT MAPPING MAINTENANCE"
           DISPLAY "A=ADD  C=CHANGE  R=RETIRE  I=INQUIRE  X=EXIT"
           DISPLAY "ENTER TRANSACTION CODE: "
           ACCEPT WS-TRANSACTION-CODE

           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM 2100-ADD-MAPPING
               WHEN TRAN-CHANGE
                   PERFORM 2200-CHANGE-MAPPING
               WHEN TRAN-RETIRE
                   PERFORM 2300-RETIRE-MAPPING
               WHEN TRAN-INQUIRE
                   PERFORM 2400-INQUIRE-MAPPING
               WHEN TRAN-EXIT
                   SET MAINTENANCE-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID TRANSACTION CODE"
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

      * The mapping key is edited once, on ADD - CHANGE can only
      * reach a key that was valid when it was added.
       2050-VALIDATE-MAPPING.
           SET MAPPING-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF GM-DESCRIPTION = SPACES
               SET MAPPING-IS-INVALID TO TRUE
               MOVE "DESCRIPTION MUST NOT BE BLANK"
                   TO WS-REJECT-REASON
           END-IF

           IF MAPPING-IS-VALID
               IF GM-DEBIT-ACCOUNT NOT NUMERIC
                       OR GM-CREDIT-ACCOUNT NOT NUMERIC
                   SET MAPPING-IS-INVALID TO TRUE
                   MOVE "ACCOUNTS MUST BE 8-DIGIT ACCOUNT NUMBERS"
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF MAPPING-IS-VALID
               IF GM-DEBIT-ACCOUNT = GM-CREDIT-ACCOUNT
                   SET MAPPING-IS-INVALID TO TRUE
                   MOVE "DEBIT AND CREDIT ACCOUNTS MUST DIFFER"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2060-VALIDATE-MAPPING-KEY.
           SET MAPPING-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT GM-TYPE-VALID
               SET MAPPING-IS-INVALID TO TRUE
               MOVE "UNKNOWN TRANSACTION TYPE" TO WS-REJECT-REASON
           END-IF

           IF MAPPING-IS-VALID
               MOVE GM-PRODUCT-CODE TO PD-PRODUCT-CODE
               IF WS-PRODUCT-FILE-STATUS = "35"
                   SET MAPPING-IS-INVALID TO TRUE
               ELSE
                   READ PRODUCT-MASTER-FILE
                       KEY IS PD-PRODUCT-CODE
                       INVALID KEY
                           SET MAPPING-IS-INVALID TO TRUE
                   END-READ
               END-IF
               IF MAPPING-IS-INVALID
                   MOVE "PRODUCT NOT ON PRODUCT MASTER"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2100-ADD-MAPPING.
           MOVE "ADD" TO WS-LAST-TRANSACTION
           MOVE "N" TO WS-DUPLICATE-FLAG
           PERFORM 2160-ACCEPT-MAPPING-KEY

           READ GL-ACCOUNT-MAP-FILE
               KEY IS GM-MAP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "MAPPING ALREADY ON FILE - USE CHANGE"
                   ADD 1 TO WS-REJECT-COUNT
                   SET DUPLICATE-KEY-FOUND TO TRUE
                   MOVE "MAPPING ALREADY ON FILE"
                       TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
           END-READ

           IF NOT DUPLICATE-KEY-FOUND
               MOVE WS-INQUIRY-KEY TO GM-MAP-KEY
               PERFORM 2150-ACCEPT-MAPPING-FIELDS

               PERFORM 2060-VALIDATE-MAPPING-KEY
               IF MAPPING-IS-VALID
                   PERFORM 2050-VALIDATE-MAPPING
               END-IF

               IF MAPPING-IS-VALID
                   SET GM-STATUS-ACTIVE TO TRUE

                   WRITE GL-ACCOUNT-MAP-RECORD
                       INVALID KEY
                           DISPLAY "ADD FAILED - STATUS="
                               WS-MAP-FILE-STATUS
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE "WRITE FAILED" TO WS-REJECT-REASON
                           MOVE "REJECTED" TO WS-AUDIT-STATUS
                           PERFORM 2900-WRITE-AUDIT-RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-COUNT
                           MOVE "COMPLETE" TO WS-AUDIT-STATUS
                           PERFORM 2900-WRITE-AUDIT-RECORD
                   END-WRITE
               ELSE
                   DISPLAY "ADD REJECTED - " WS-REJECT-REASON
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

       2150-ACCEPT-MAPPING-FIELDS.
           DISPLAY "ENTER DESCRIPTION: "
           ACCEPT GM-DESCRIPTION
           DISPLAY "ENTER DEBIT ACCOUNT: "
           ACCEPT GM-DEBIT-ACCOUNT
           DISPLAY "ENTER CREDIT ACCOUNT: "
           ACCEPT GM-CREDIT-ACCOUNT.

       2160-ACCEPT-MAPPING-KEY.
           DISPLAY "ENTER PRODUCT CODE: "
           ACCEPT WS-INQUIRY-PRODUCT
           DISPLAY "TRANSACTION TYPES: AC PF PI PP RC LC CP CI CF MC"
           DISPLAY "ENTER TRANSACTION TYPE: "
           ACCEPT WS-INQUIRY-TYPE
           MOVE WS-INQUIRY-KEY TO GM-MAP-KEY.

       2200-CHANGE-MAPPING.
           MOVE "CHANGE" TO WS-LAST-TRANSACTION
           PERFORM 2160-ACCEPT-MAPPING-KEY

           READ GL-ACCOUNT-MAP-FILE
               KEY IS GM-MAP-KEY
               INVALID KEY
                   DISPLAY "MAPPING NOT ON FILE"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "MAPPING NOT ON FILE" TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   PERFORM 2150-ACCEPT-MAPPING-FIELDS

                   PERFORM 2050-VALIDATE-MAPPING

                   IF MAPPING-IS-VALID
                       SET GM-STATUS-ACTIVE TO TRUE
                       REWRITE GL-ACCOUNT-MAP-RECORD
                           INVALID KEY
                               DISPLAY "CHANGE FAILED - STATUS="
                                   WS-MAP-FILE-STATUS
                               ADD 1 TO WS-REJECT-COUNT
                               MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                               MOVE "REJECTED" TO WS-AUDIT-STATUS
                               PERFORM 2900-WRITE-AUDIT-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-CHANGE-COUNT
                               MOVE "COMPLETE" TO WS-AUDIT-STATUS
                               PERFORM 2900-WRITE-AUDIT-RECORD
                       END-REWRITE
                   ELSE
                       DISPLAY "CHANGE REJECTED - " WS-REJECT-REASON
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE "REJECTED" TO WS-AUDIT-STATUS
                       PERFORM 2900-WRITE-AUDIT-RECORD
                   END-IF
           END-READ.

       2300-RETIRE-MAPPING.
           MOVE "RETIRE" TO WS-LAST-TRANSACTION
           PERFORM 2160-ACCEPT-MAPPING-KEY

           READ GL-ACCOUNT-MAP-FILE
               KEY IS GM-MAP-KEY
               INVALID KEY
                   DISPLAY "MAPPING NOT ON FILE"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "MAPPING NOT ON FILE" TO WS-REJECT-REASON
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   SET GM-STATUS-RETIRED TO TRUE
                   REWRITE GL-ACCOUNT-MAP-RECORD
                       INVALID KEY
                           DISPLAY "RETIRE FAILED - STATUS="
                               WS-MAP-FILE-STATUS
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                           MOVE "REJECTED" TO WS-AUDIT-STATUS
                           PERFORM 2900-WRITE-AUDIT-RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-RETIRE-COUNT
                           MOVE "COMPLETE" TO WS-AUDIT-STATUS
                           PERFORM 2900-WRITE-AUDIT-RECORD
                   END-REWRITE
           END-READ.

       2400-INQUIRE-MAPPING.
           MOVE "INQUIRE" TO WS-LAST-TRANSACTION
           PERFORM 2160-ACCEPT-MAPPING-KEY

           READ GL-ACCOUNT-MAP-FILE
               KEY IS GM-MAP-KEY
               INVALID KEY
                   DISPLAY "MAPPING NOT ON FILE"
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   DISPLAY "PRODUCT CODE  = " GM-PRODUCT-CODE
                   DISPLAY "TRAN TYPE     = " GM-TRAN-TYPE
                   DISPLAY "DESCRIPTION   = " GM-DESCRIPTION
                   DISPLAY "DEBIT ACCOUNT = " GM-DEBIT-ACCOUNT
                   DISPLAY "CREDIT ACCT   = " GM-CREDIT-ACCOUNT
                   DISPLAY "STATUS        = " GM-RECORD-STATUS
                   ADD 1 TO WS-INQUIRY-COUNT
           END-READ.

       2900-WRITE-AUDIT-RECORD.
           MOVE "GLMAPMNT"           TO AL-PROGRAM-NAME
           MOVE WS-OPERATOR-ID       TO AL-OPERATOR-ID
           MOVE PC-RUN-DATE TO AL-RUN-DATE
           ACCEPT AL-RUN-TIME FROM TIME

           MOVE SPACES TO AL-INPUT-DESCRIPTION
           STRING "TRAN=" WS-LAST-TRANSACTION
               " PRODUCT=" GM-PRODUCT-CODE
               " TYPE=" GM-TRAN-TYPE
               DELIMITED BY SIZE INTO AL-INPUT-DESCRIPTION

           MOVE SPACES TO AL-OUTPUT-DESCRIPTION
           IF WS-AUDIT-STATUS = "COMPLETE"
               STRING "DR=" GM-DEBIT-ACCOUNT
                   " CR=" GM-CREDIT-ACCOUNT
                   " ST=" GM-RECORD-STATUS
                   DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
           ELSE
               STRING "REASON=" WS-REJECT-REASON
                   DELIMITED BY SIZE INTO AL-OUTPUT-DESCRIPTION
           END-IF

           MOVE WS-AUDIT-STATUS TO AL-COMPLETION-STATUS

           CALL "AUDITLOG" USING AUDIT-LOG-RECORD.

       3000-FINALIZE.
           CLOSE GL-ACCOUNT-MAP-FILE
           IF WS-PRODUCT-FILE-STATUS NOT = "35"
               CLOSE PRODUCT-MASTER-FILE
           END-IF
           DISPLAY "ADDS=" WS-ADD-COUNT
           DISPLAY "CHANGES=" WS-CHANGE-COUNT
           DISPLAY "RETIRES=" WS-RETIRE-COUNT
           DISPLAY "INQUIRIES=" WS-INQUIRY-COUNT
           DISPLAY "REJECTS=" WS-REJECT-COUNT.
