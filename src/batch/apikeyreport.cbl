      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  API key usage report                             ***
      *** UPDATE:  each key's scope list is reported too            ***
      *** UPDATE:  each key's expiry date is reported too           ***
      *** UPDATE:  call counts are totalled from the usage ledger   ***
      *****************************************************************
      *** Batch job: lists every key on data/apikeys.dat with its   ***
      *** owner, enabled flag and the calls checkapikey has counted ***
      *** for it on the usage ledger - who is actually calling us,  ***
      *** and how much - to data/apikeyreport.txt.                  ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "apikeydef.cbl".
           COPY "usagedef.cbl".

           SELECT report-file
               ASSIGN TO "data/apikeyreport.txt"
       01 apikey-record.
           COPY "apikeyfld.cbl".

       FD apiusage-file.
       01 apiusage-record.
           COPY "usagefld.cbl".

       FD report-file.
       01 report-line PIC X(160).

       WORKING-STORAGE SECTION.
       77 apikeys-file-status PIC X(2).
       77 apiusage-file-status PIC X(2).
       77 usage-open          PIC X(01) VALUE "N".
       77 key-calls           PIC 9(9).
       77 report-file-status  PIC X(2).
       77 cfs-failed          PIC X(01).
       77 key-count           PIC 9(5) USAGE COMP-5 VALUE 0.
       77 used-disp           PIC Z(8)9.
       77 report-scopes       PIC X(80).
       77 report-expires      PIC X(8).

       PROCEDURE DIVISION.

           END-STRING.
           WRITE report-line.

           OPEN INPUT apiusage-file.
           IF apiusage-file-status = "00"
               MOVE "Y" TO usage-open
           END-IF.

           OPEN INPUT apikeys-file.
           IF apikeys-file-status = "00"
               READ apikeys-file NEXT RECORD
               CLOSE apikeys-file
           END-IF.

           IF usage-open = "Y"
               CLOSE apiusage-file
           END-IF.

           CLOSE report-file.

           DISPLAY "apikeyreport.txt written, " key-count " key(s).".

       write-one-key-line.

           PERFORM total-key-usage.
           MOVE key-calls TO used-disp.
           IF FUNCTION TRIM(AK-SCOPES) = SPACES
               MOVE "* (everything)" TO report-scopes
           ELSE
               MOVE AK-SCOPES(1:80) TO report-scopes
           END-IF.
           IF AK-EXPIRES = SPACES
               MOVE "never" TO report-expires
           ELSE
               MOVE AK-EXPIRES TO report-expires
           END-IF.
           MOVE SPACES TO report-line.
           STRING "  "                        DELIMITED BY SIZE
                  FUNCTION TRIM(AK-OWNER)     DELIMITED BY SIZE
                  FUNCTION TRIM(used-disp)    DELIMITED BY SIZE
                  " call(s), issued "         DELIMITED BY SIZE
                  AK-CREATED(1:8)             DELIMITED BY SIZE
                  ", expires "                DELIMITED BY SIZE
                  report-expires              DELIMITED BY SIZE
                  ", scopes: "                DELIMITED BY SIZE
                  report-scopes               DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

      *****************************************************************
      *** The key's calls are the sum of its ledger lines, which    ***
      *** sit together at the front of the ledger key.              ***
      *****************************************************************
       total-key-usage.

           MOVE 0 TO key-calls.
           IF usage-open NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO UG-KEY.
           MOVE AK-KEY TO UG-API-KEY.
           START apiusage-file KEY IS NOT LESS THAN UG-KEY
               INVALID KEY EXIT PARAGRAPH
           END-START.

           READ apiusage-file NEXT RECORD
               AT END MOVE "10" TO apiusage-file-status
           END-READ.
           PERFORM UNTIL apiusage-file-status NOT = "00"
               OR UG-API-KEY NOT = AK-KEY
               ADD UG-CALLS TO key-calls
               READ apiusage-file NEXT RECORD
                   AT END MOVE "10" TO apiusage-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO apiusage-file-status.
