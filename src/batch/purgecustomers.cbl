      *** UPDATE:  retention purge of soft-deleted customers        ***
      *** UPDATE:  a purged customer's attached documents go with   ***
      ***          it - catalog entries and stored bytes both       ***
      *** UPDATE:  a purged customer is opened to name it in the    ***
      ***          report                                           ***
      *** UPDATE:  an erased customer is never purged               ***
      *** UPDATE:  customers and documents under a legal hold are   ***
      ***          kept and reported                                ***
      *****************************************************************
      *** Batch job: physically removes customer records that have ***
      *** been inactive (CUST-STATUS "I") longer than the retention ***
      *** ("customers=365" days; that default applies when the file ***
      *** or line is missing). Everything removed is reported to    ***
      *** data/custpurge.txt with its id, name and the who/when of  ***
      *** the original deletion. A customer erasecustomers has      ***
      *** erased (inactive by "*ERASED*") is never removed. Nor is  ***
      *** anything under a legal hold (checkhold): a customer held  ***
      *** by id, through one of its portal logins or by the date    ***
      *** it went inactive stays, and so does a purged customer's   ***
      *** document dated inside a held range - each reported as     ***
      *** kept under its hold.                                      ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           COPY "upcatdef.cbl".
           COPY "custdef.cbl".
           COPY "userdef.cbl".

           SELECT retention-file
               ASSIGN TO "data/retention.txt"
       01 customer-record.
           COPY "custfld.cbl".

       FD users-file.
       01 user-record.
           COPY "userfld.cbl".

       FD retention-file.
       01 retention-line PIC X(80).


       WORKING-STORAGE SECTION.
       77 customers-file-status PIC X(2).
       77 users-file-status     PIC X(2).
       77 open-result           PIC X(01).
       77 retention-file-status PIC X(2).
       77 report-file-status    PIC X(2).
       77 cfs-failed            PIC X(01).
       77 stamp-int    PIC 9(8) USAGE COMP-5.
       77 record-age   PIC S9(8) USAGE COMP-5.
       77 record-stale PIC X(01).
       77 erased-mark  PIC X(8) VALUE "*ERASED*".
       77 uploadcat-file-status PIC X(2).
       77 purge-cust-id     PIC X(10).
       77 doc-remove-command PIC X(120).
       77 purged-disp  PIC Z(6)9.
       77 kept-disp    PIC Z(6)9.

       77 hk-cust-id     PIC X(10).
       77 hk-user        PIC X(30).
       77 hk-date        PIC X(8).
       77 hk-found       PIC X(01).
       77 hk-hold-id     PIC X(10).
       77 held-count     PIC 9(7) USAGE COMP-5 VALUE 0.
       77 held-doc-count PIC 9(7) USAGE COMP-5 VALUE 0.
       77 held-disp      PIC Z(6)9.
       77 held-doc-disp  PIC Z(6)9.

       PROCEDURE DIVISION.

       start-purgecustomers.
               CLOSE customers-file
           END-IF.

           MOVE purged-count   TO purged-disp.
           MOVE kept-count     TO kept-disp.
           MOVE held-count     TO held-disp.
           MOVE held-doc-count TO held-doc-disp.
           MOVE SPACES TO report-line.
           STRING "  purged "                 DELIMITED BY SIZE
                  FUNCTION TRIM(purged-disp)  DELIMITED BY SIZE
                  ", kept "                   DELIMITED BY SIZE
                  FUNCTION TRIM(kept-disp)    DELIMITED BY SIZE
                  " ("                        DELIMITED BY SIZE
                  FUNCTION TRIM(held-disp)    DELIMITED BY SIZE
                  " under legal hold), "      DELIMITED BY SIZE
                  FUNCTION TRIM(held-doc-disp) DELIMITED BY SIZE
                  " document(s) kept under legal hold"
                                              DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

           MOVE "N" TO record-stale.

      *** An erased customer is kept for good - its orders and      ***
      *** invoices still name it, and nothing personal is left.     ***
           IF CUST-INACT-BY = erased-mark
               ADD 1 TO kept-count
               EXIT PARAGRAPH
           END-IF.

           IF CUST-STATUS = "I"
               AND FUNCTION TEST-NUMVAL(CUST-INACT-WHEN(1:8)) = 0
               AND FUNCTION NUMVAL(CUST-INACT-WHEN(1:8)) > 16010101
               END-IF
           END-IF.

           IF record-stale = "Y"
               PERFORM judge-customer-held
               IF hk-found = "Y"
                   PERFORM report-one-held
                   ADD 1 TO held-count
                   MOVE "N" TO record-stale
               END-IF
           END-IF.

           IF record-stale = "Y"
               PERFORM report-one-purge
               MOVE CUST-ID TO purge-cust-id

       report-one-purge.

           CALL "custcrypt" USING "O" customer-record open-result
               END-CALL.

           MOVE SPACES TO report-line.
           STRING "  removed id "                    DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-ID)             DELIMITED BY SIZE
           END-STRING.
           WRITE report-line.

      *****************************************************************
      *** A stale customer stays while a legal hold names it, one   ***
      *** of its portal logins, or the day it went inactive.        ***
      *****************************************************************
       judge-customer-held.

           MOVE CUST-ID             TO hk-cust-id.
           MOVE SPACES              TO hk-user.
           MOVE CUST-INACT-WHEN(1:8) TO hk-date.
           CALL "checkhold" USING hk-cust-id hk-user hk-date
               hk-found hk-hold-id END-CALL.
           IF hk-found = "Y"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT users-file.
           IF users-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ users-file NEXT RECORD
               AT END MOVE "10" TO users-file-status
           END-READ.
           PERFORM UNTIL users-file-status NOT = "00"
               OR hk-found = "Y"
               IF USR-CUST-ID = CUST-ID
                   MOVE SPACES   TO hk-cust-id hk-date
                   MOVE USR-NAME TO hk-user
                   CALL "checkhold" USING hk-cust-id hk-user
                       hk-date hk-found hk-hold-id END-CALL
               END-IF
               READ users-file NEXT RECORD
                   AT END MOVE "10" TO users-file-status
               END-READ
           END-PERFORM.
           CLOSE users-file.

       report-one-held.

           MOVE SPACES TO report-line.
           STRING "  kept id "                       DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-ID)             DELIMITED BY SIZE
                  ", inactive since "                DELIMITED BY SIZE
                  CUST-INACT-WHEN(1:8)               DELIMITED BY SIZE
                  " - under legal hold "             DELIMITED BY SIZE
                  FUNCTION TRIM(hk-hold-id)          DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

      *****************************************************************
      *** The purged customer's attachments go with it: every      ***
      *** catalog entry carrying the id loses its stored bytes     ***
      *** (the path is our own catalog data, safe in the shell)    ***
      *** and its entry - except one dated inside a held range,     ***
      *** which stays, bytes and entry, and is reported.            ***
      *****************************************************************
       purge-customer-documents.

           END-READ.
           PERFORM UNTIL uploadcat-file-status NOT = "00"
               IF DOC-CUST-ID = purge-cust-id
                   PERFORM purge-one-document
               END-IF
               READ uploadcat-file NEXT RECORD
                   AT END MOVE "10" TO uploadcat-file-status
           END-PERFORM.

           CLOSE uploadcat-file.

       purge-one-document.

           MOVE SPACES          TO hk-cust-id hk-user.
           MOVE DOC-STAMP(1:8)  TO hk-date.
           CALL "checkhold" USING hk-cust-id hk-user hk-date
               hk-found hk-hold-id END-CALL.
           IF hk-found = "Y"
               ADD 1 TO held-doc-count
               MOVE SPACES TO report-line
               STRING "  kept document "          DELIMITED BY SIZE
                      FUNCTION TRIM(DOC-ID)       DELIMITED BY SIZE
                      " of id "                   DELIMITED BY SIZE
                      FUNCTION TRIM(DOC-CUST-ID)  DELIMITED BY SIZE
                      ", dated "                  DELIMITED BY SIZE
                      DOC-STAMP(1:8)              DELIMITED BY SIZE
                      " - under legal hold "      DELIMITED BY SIZE
                      FUNCTION TRIM(hk-hold-id)   DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO doc-remove-command.
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM(DOC-FILE) DELIMITED BY SIZE
               INTO doc-remove-command
           END-STRING.
           CALL "SYSTEM" USING doc-remove-command END-CALL.
           MOVE 0 TO RETURN-CODE.
           DELETE uploadcat-file RECORD
               INVALID KEY CONTINUE
           END-DELETE.
