      *** UPDATE:  dated sequential backups of the indexed datasets ***
      *** UPDATE:  the read-only quiesce switch is raised around    ***
      ***          the snapshot so no file is caught mid-update     ***
      *** UPDATE:  notes, tags, API keys and webhook subscriptions  ***
      ***          are exported too, for the masked test set        ***
      *** UPDATE:  the order and invoice archives are exported too  ***
      *** UPDATE:  customer records are exported sealed             ***
      *****************************************************************
      *** Batch job: exports each indexed master - routes,          ***
      *** customers, orders, invoices, users, sessions,             ***
      *** formsessions, custnotes, custtags, apikeys, webhooksubs,  ***
      *** and the billing archives ordarch and invarch - to a dated ***
      *** sequential file data/backup_<name>_YYYYMMDD.seq, one      ***
      *** record per line, closed by a trailer line carrying the    ***
      *** record count and a byte checksum. The restore job rebuilds***
      *** first, dropped last, so a live CGI process can't be      ***
      *** writing the very record being copied - the thing the     ***
      *** integrity checker kept flagging on restored copies.       ***
      *** Customer records go out sealed (custcrypt): one not yet   ***
      *** sealed on the master is sealed in the export, so no       ***
      *** backup holds a customer's personal fields in clear.       ***
      *****************************************************************

       IDENTIFICATION DIVISION.
           COPY "userdef.cbl".
           COPY "sessdef.cbl".
           COPY "formsessdef.cbl".
           COPY "custnotedef.cbl".
           COPY "custtagdef.cbl".
           COPY "apikeydef.cbl".
           COPY "subsdef.cbl".
           COPY "ordarchdef.cbl".
           COPY "invarchdef.cbl".

           SELECT export-file
               ASSIGN TO export-file-name
       01 formsession-record.
           COPY "formsessfld.cbl".

       FD custnotes-file.
       01 custnote-record.
           COPY "custnotefld.cbl".

       FD custtags-file.
       01 custtag-record.
           COPY "custtagfld.cbl".

       FD apikeys-file.
       01 apikey-record.
           COPY "apikeyfld.cbl".

       FD webhooksubs-file.
       01 webhooksub-record.
           COPY "subsfld.cbl".

       FD ordarch-file.
       01 ordarch-record.
           COPY "orderfld.cbl"
              REPLACING LEADING ==ORD== BY ==AOR==.

       FD invarch-file.
       01 invarch-record.
           COPY "invfld.cbl"
              REPLACING LEADING ==INV== BY ==AIN==.

       FD export-file.
       01 export-line PIC X(4000).

       77 users-file-status        PIC X(2).
       77 sessions-file-status     PIC X(2).
       77 formsessions-file-status PIC X(2).
       77 custnotes-file-status    PIC X(2).
       77 custtags-file-status     PIC X(2).
       77 apikeys-file-status      PIC X(2).
       77 webhooksubs-file-status  PIC X(2).
       77 ordarch-file-status      PIC X(2).
       77 invarch-file-status      PIC X(2).
       77 export-file-status       PIC X(2).
       77 export-file-name         PIC X(64).
       77 quiesce-file-status      PIC X(2).
       77 export-sum-disp   PIC 9(9).
       77 ck-len         PIC 9(5) USAGE COMP-5.
       77 ck-ptr         PIC 9(5) USAGE COMP-5.
       77 seal-result    PIC X(01).

       PROCEDURE DIVISION.

           PERFORM backup-users.
           PERFORM backup-sessions.
           PERFORM backup-formsessions.
           PERFORM backup-custnotes.
           PERFORM backup-custtags.
           PERFORM backup-apikeys.
           PERFORM backup-webhooksubs.
           PERFORM backup-ordarch.
           PERFORM backup-invarch.

           PERFORM drop-quiesce.

                   AT END MOVE "10" TO customers-file-status
               END-READ
               PERFORM UNTIL customers-file-status NOT = "00"
      *** A record still in clear goes out sealed all the same.     ***
                   CALL "custcrypt" USING "S" customer-record
                       seal-result END-CALL
                   MOVE SPACES TO export-line
                   MOVE customer-record TO export-line
                   PERFORM write-export-line
               CLOSE formsessions-file
               PERFORM close-export-file
           END-IF.

       backup-custnotes.

           MOVE "custnotes" TO dataset-name.
           OPEN INPUT custnotes-file.
           IF custnotes-file-status NOT = "00"
               DISPLAY "  custnotes.dat not readable, skipped."
           ELSE
               PERFORM open-export-file
               READ custnotes-file NEXT RECORD
                   AT END MOVE "10" TO custnotes-file-status
               END-READ
               PERFORM UNTIL custnotes-file-status NOT = "00"
                   MOVE SPACES TO export-line
                   MOVE custnote-record TO export-line
                   PERFORM write-export-line
                   READ custnotes-file NEXT RECORD
                       AT END MOVE "10" TO custnotes-file-status
                   END-READ
               END-PERFORM
               CLOSE custnotes-file
               PERFORM close-export-file
           END-IF.

       backup-custtags.

           MOVE "custtags" TO dataset-name.
           OPEN INPUT custtags-file.
           IF custtags-file-status NOT = "00"
               DISPLAY "  custtags.dat not readable, skipped."
           ELSE
               PERFORM open-export-file
               READ custtags-file NEXT RECORD
                   AT END MOVE "10" TO custtags-file-status
               END-READ
               PERFORM UNTIL custtags-file-status NOT = "00"
                   MOVE SPACES TO export-line
                   MOVE custtag-record TO export-line
                   PERFORM write-export-line
                   READ custtags-file NEXT RECORD
                       AT END MOVE "10" TO custtags-file-status
                   END-READ
               END-PERFORM
               CLOSE custtags-file
               PERFORM close-export-file
           END-IF.

       backup-apikeys.

           MOVE "apikeys" TO dataset-name.
           OPEN INPUT apikeys-file.
           IF apikeys-file-status NOT = "00"
               DISPLAY "  apikeys.dat not readable, skipped."
           ELSE
               PERFORM open-export-file
               READ apikeys-file NEXT RECORD
                   AT END MOVE "10" TO apikeys-file-status
               END-READ
               PERFORM UNTIL apikeys-file-status NOT = "00"
                   MOVE SPACES TO export-line
                   MOVE apikey-record TO export-line
                   PERFORM write-export-line
                   READ apikeys-file NEXT RECORD
                       AT END MOVE "10" TO apikeys-file-status
                   END-READ
               END-PERFORM
               CLOSE apikeys-file
               PERFORM close-export-file
           END-IF.

       backup-webhooksubs.

           MOVE "webhooksubs" TO dataset-name.
           OPEN INPUT webhooksubs-file.
           IF webhooksubs-file-status NOT = "00"
               DISPLAY "  webhooksubs.dat not readable, skipped."
           ELSE
               PERFORM open-export-file
               READ webhooksubs-file NEXT RECORD
                   AT END MOVE "10" TO webhooksubs-file-status
               END-READ
               PERFORM UNTIL webhooksubs-file-status NOT = "00"
                   MOVE SPACES TO export-line
                   MOVE webhooksub-record TO export-line
                   PERFORM write-export-line
                   READ webhooksubs-file NEXT RECORD
                       AT END MOVE "10" TO webhooksubs-file-status
                   END-READ
               END-PERFORM
               CLOSE webhooksubs-file
               PERFORM close-export-file
           END-IF.

      *** The yearly archive's closed orders and invoices exist     ***
      *** nowhere else once they have left the live files.          ***
       backup-ordarch.

           MOVE "ordarch" TO dataset-name.
           OPEN INPUT ordarch-file.
           IF ordarch-file-status NOT = "00"
               DISPLAY "  ordarch.dat not readable, skipped."
           ELSE
               PERFORM open-export-file
               READ ordarch-file NEXT RECORD
                   AT END MOVE "10" TO ordarch-file-status
               END-READ
               PERFORM UNTIL ordarch-file-status NOT = "00"
                   MOVE SPACES TO export-line
                   MOVE ordarch-record TO export-line
                   PERFORM write-export-line
                   READ ordarch-file NEXT RECORD
                       AT END MOVE "10" TO ordarch-file-status
                   END-READ
               END-PERFORM
               CLOSE ordarch-file
               PERFORM close-export-file
           END-IF.

       backup-invarch.

           MOVE "invarch" TO dataset-name.
           OPEN INPUT invarch-file.
           IF invarch-file-status NOT = "00"
               DISPLAY "  invarch.dat not readable, skipped."
           ELSE
               PERFORM open-export-file
               READ invarch-file NEXT RECORD
                   AT END MOVE "10" TO invarch-file-status
               END-READ
               PERFORM UNTIL invarch-file-status NOT = "00"
                   MOVE SPACES TO export-line
                   MOVE invarch-record TO export-line
                   PERFORM write-export-line
                   READ invarch-file NEXT RECORD
                       AT END MOVE "10" TO invarch-file-status
                   END-READ
               END-PERFORM
               CLOSE invarch-file
               PERFORM close-export-file
           END-IF.
