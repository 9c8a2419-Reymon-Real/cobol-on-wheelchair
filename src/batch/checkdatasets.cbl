      *** UPDATE:  record-by-record integrity checker for the       ***
      ***          indexed datasets                                 ***
      *** UPDATE:  journal sequence continuity is verified too      ***
      *** UPDATE:  a customer's seal state is checked and the name  ***
      ***          is checked opened                                ***
      *****************************************************************
      *** Batch job: walks routes, customers, users, sessions,      ***
      *** formsessions and ratelimit record by record, checking     ***
       WORKING-STORAGE SECTION.
       77 routes-file-status       PIC X(2).
       77 customers-file-status    PIC X(2).
       77 open-result              PIC X(01).
       77 users-file-status        PIC X(2).
       77 sessions-file-status     PIC X(2).
       77 formsessions-file-status PIC X(2).
               MOVE "CUST-ID is blank" TO finding-text
               PERFORM write-one-finding
           END-IF.
      *** An opened record should never have gone back to the file  ***
      *** - its personal fields are sitting there in clear.         ***
           IF CUST-SEALED NOT = "Y" AND CUST-SEALED NOT = SPACE
               MOVE "CUST-SEALED outside Y/space - stored in clear"
                   TO finding-text
               PERFORM write-one-finding
           END-IF.
           CALL "custcrypt" USING "O" customer-record open-result
               END-CALL.
           IF open-result NOT = "Y"
               MOVE "sealed under a customer key no longer held"
                   TO finding-text
               PERFORM write-one-finding
           ELSE
               IF FUNCTION TRIM(CUST-NAME) = SPACES
                   MOVE "CUST-NAME is blank" TO finding-text
                   PERFORM write-one-finding
               END-IF
           END-IF.
           IF CUST-STATUS NOT = "A" AND CUST-STATUS NOT = "I"
              AND CUST-STATUS NOT = SPACE
