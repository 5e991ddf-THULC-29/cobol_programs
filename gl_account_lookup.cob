       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACCT.

      * Modification history:
      * New program - shared GL account lookup, built on the same
      * pattern as the DATECALC date service. Every program that
      * writes GL posting lines CALLs this subprogram with the
      * loan's product code and the posting transaction type, and
      * it answers with the debit and credit accounts from the
      * indexed GLMAP account-mapping file GLMAPMNT maintains. No
      * mapping, a retired mapping, or no mapping file at all all
      * answer missing - the account numbers no longer live as
      * literals in the posting programs, and nothing falls back to
      * a default account.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-MAP-KEY
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACCOUNT-MAP-FILE.
           COPY "gl_account_map_record.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

       LINKAGE SECTION.
           COPY "gl_account_request.cpy".

       PROCEDURE DIVISION USING GL-ACCOUNT-REQUEST.
       0000-MAIN.
           SET GA-MAPPING-MISSING TO TRUE
           MOVE SPACES TO GA-DEBIT-ACCOUNT
           MOVE SPACES TO GA-CREDIT-ACCOUNT

           OPEN INPUT GL-ACCOUNT-MAP-FILE
           IF WS-FILE-STATUS NOT = "35"
               MOVE GA-PRODUCT-CODE TO GM-PRODUCT-CODE
               MOVE GA-TRAN-TYPE    TO GM-TRAN-TYPE
               READ GL-ACCOUNT-MAP-FILE
                   KEY IS GM-MAP-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GM-STATUS-ACTIVE
                           MOVE GM-DEBIT-ACCOUNT  TO GA-DEBIT-ACCOUNT
                           MOVE GM-CREDIT-ACCOUNT TO GA-CREDIT-ACCOUNT
                           SET GA-MAPPING-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE GL-ACCOUNT-MAP-FILE
           END-IF

           GOBACK.
