      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  masked copy of a day's backups for the test      ***
      ***          environment                                      ***
      *** UPDATE:  a rotated API key's successor is blanked too     ***
      *** UPDATE:  a user's mobile number is masked too             ***
      *** UPDATE:  a sealed customer is opened to be masked and     ***
      ***          goes out unsealed                                ***
      *****************************************************************
      *** Batch job: turns one day's backupdata exports into a set  ***
      *** the test environment can load - the replay driver and     ***
      *** anyone trying a new controller get realistic volumes and  ***
      *** joins without real people in them:                        ***
      ***   masktestdata [yyyymmdd]       (default: today)          ***
      *** Each export is read from data/backup_<name>_<date>.seq,   ***
      *** checked against its own trailer, and written under the    ***
      *** same name to data/testset/ with a fresh trailer, so the   ***
      *** test environment copies data/testset/* into its own data/ ***
      *** and runs restoredata per dataset as usual.                ***
      ***  - customers: name, email, address lines, postcode and    ***
      ***    phone become fakes made from CUST-ID, so one customer  ***
      ***    gets the same fake everywhere and orders, notes, tags  ***
      ***    and portal users still join on the unchanged id. A     ***
      ***    field that was empty stays empty; the city is kept so  ***
      ***    the by-city figures still mean something. Each record  ***
      ***    is opened to be masked and goes out in clear, unsealed ***
      ***    - the test environment seals it under its own key.     ***
      ***  - users: every password becomes the test password below  ***
      ***    (hashed as seedusers does), no change is forced, and   ***
      ***    the email is the linked customer's fake or             ***
      ***    <user>@example.test; a mobile number becomes a fake    ***
      ***    the SMS spool refuses. User names are kept - they are  ***
      ***    the keys orders and notes record.                      ***
      ***  - custnotes: the free text is replaced.                  ***
      ***  - apikeys: each key is replaced by a placeholder and     ***
      ***    disabled; load real test keys with loadapikeys.        ***
      ***  - webhooksubs: secrets blanked and every subscription    ***
      ***    disabled, so a test run can't post to a partner.       ***
      ***  - routes, orders, invoices, custtags: copied unchanged.  ***
      ***  - sessions, formsessions: not carried - they hold live   ***
      ***    session tokens.                                        ***
      *** What was masked goes to data/testset/masksummary_<date>   ***
      *** .txt. Exits with RETURN-CODE 8 when an export fails its   ***
      *** trailer check - that masked copy is not to be trusted.    ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. masktestdata.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT export-file
               ASSIGN TO export-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS export-file-status.

           SELECT masked-file
               ASSIGN TO masked-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS masked-file-status.

           SELECT summary-file
               ASSIGN TO summary-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS summary-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD export-file.
       01 export-line PIC X(4000).

       FD masked-file.
       01 masked-line PIC X(4000).

       FD summary-file.
       01 summary-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 export-file-status  PIC X(2).
       77 export-file-name    PIC X(64).
       77 masked-file-status  PIC X(2).
       77 masked-file-name    PIC X(64).
       77 summary-file-status PIC X(2).
       77 summary-file-name   PIC X(64).
       77 cfs-failed          PIC X(01).

       77 command-args   PIC X(80).
       77 backup-date    PIC X(8).
       77 dataset-name   PIC X(15).
       77 mkdir-command  PIC X(80) VALUE "mkdir -p data/testset".

      *** The password every test account logs in with.             ***
       77 test-password  PIC X(60) VALUE "test1234".
       77 test-salt      PIC X(8).
       77 test-hash      PIC X(16).

      *** Per-export tallies: records in and out with the byte-sum  ***
      *** checksums backupdata and restoredata use, and how many    ***
      *** records had something masked.                             ***
       77 in-count       PIC 9(7) USAGE COMP-5.
       77 in-sum         PIC 9(12) USAGE COMP-5.
       77 out-count      PIC 9(7) USAGE COMP-5.
       77 out-sum        PIC 9(12) USAGE COMP-5.
       77 masked-count   PIC 9(7) USAGE COMP-5.
       77 ck-sum         PIC 9(12) USAGE COMP-5.
       77 ck-len         PIC 9(5) USAGE COMP-5.
       77 ck-ptr         PIC 9(5) USAGE COMP-5.
       77 out-count-disp PIC 9(7).
       77 out-sum-disp   PIC 9(9).
       77 count-disp     PIC Z(6)9.
       77 count-disp-2   PIC Z(6)9.
       77 mask-what      PIC X(80).
       77 bad-exports    PIC 9(4) USAGE COMP-5 VALUE 0.
       77 sets-written   PIC 9(4) USAGE COMP-5 VALUE 0.

       77 trailer-count  PIC 9(7).
       77 trailer-sum    PIC 9(9).
       77 trailer-seen   PIC X(01).
       77 tr-count-text  PIC X(20).
       77 tr-sum-text    PIC X(20).
       77 tr-tail        PIC X(80).
       77 tr-scrap       PIC X(80).

      *** The fakes for one customer id.                            ***
       77 fake-cust-id   PIC X(10).
       77 fake-id-lower  PIC X(10).
       77 fake-name      PIC X(60).
       77 fake-email     PIC X(60).
       77 fake-addr1     PIC X(60).
       77 fake-postcode  PIC X(10) VALUE "TE1 1ST".
       77 fake-phone     PIC X(20).
       77 record-masked  PIC X(01).
       77 open-result    PIC X(01).
       77 key-seq-disp   PIC 9(5).

       01 customer-record.
           COPY "custfld.cbl".

       01 user-record.
           COPY "userfld.cbl".

       01 custnote-record.
           COPY "custnotefld.cbl".

       01 apikey-record.
           COPY "apikeyfld.cbl".

       01 webhooksub-record.
           COPY "subsfld.cbl".

       PROCEDURE DIVISION.

       start-masktestdata.

           ACCEPT command-args FROM COMMAND-LINE END-ACCEPT.
           MOVE SPACES TO backup-date.
           UNSTRING command-args DELIMITED BY ALL SPACE
               INTO backup-date
           END-UNSTRING.
           IF backup-date = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO backup-date
           END-IF.
           IF FUNCTION TEST-NUMVAL(backup-date) NOT = 0
               DISPLAY "usage: masktestdata [yyyymmdd]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "SYSTEM" USING mkdir-command END-CALL.

           MOVE SPACES TO summary-file-name.
           STRING "data/testset/masksummary_" DELIMITED BY SIZE
                  backup-date                 DELIMITED BY SIZE
                  ".txt"                      DELIMITED BY SIZE
               INTO summary-file-name
           END-STRING.
           OPEN OUTPUT summary-file.
           CALL 'checkfilestatus' USING summary-file-name
               summary-file-status cfs-failed.
           IF cfs-failed = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO summary-line.
           STRING "masked test set from the " DELIMITED BY SIZE
                  backup-date                 DELIMITED BY SIZE
                  " backups, made "           DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8)  DELIMITED BY SIZE
               INTO summary-line
           END-STRING.
           WRITE summary-line.

           MOVE "routes" TO dataset-name.
           PERFORM mask-one-export.
           MOVE "customers" TO dataset-name.
           PERFORM mask-one-export.
           MOVE "orders" TO dataset-name.
           PERFORM mask-one-export.
           MOVE "invoices" TO dataset-name.
           PERFORM mask-one-export.
           MOVE "users" TO dataset-name.
           PERFORM mask-one-export.
           MOVE "custnotes" TO dataset-name.
           PERFORM mask-one-export.
           MOVE "custtags" TO dataset-name.
           PERFORM mask-one-export.
           MOVE "apikeys" TO dataset-name.
           PERFORM mask-one-export.
           MOVE "webhooksubs" TO dataset-name.
           PERFORM mask-one-export.

           MOVE "  sessions, formsessions: not carried - live session "
             & "tokens." TO summary-line.
           WRITE summary-line.

           CLOSE summary-file.

           DISPLAY "masked test set for " backup-date ": "
               sets-written " export(s) written to data/testset, "
               bad-exports " failed the trailer check.".

           IF bad-exports = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

      *****************************************************************
      *** One export in, one masked export out with its own trailer.***
      *****************************************************************
       mask-one-export.

           MOVE SPACES TO export-file-name.
           STRING "data/backup_"              DELIMITED BY SIZE
                  FUNCTION TRIM(dataset-name) DELIMITED BY SIZE
                  "_"                         DELIMITED BY SIZE
                  backup-date                 DELIMITED BY SIZE
                  ".seq"                      DELIMITED BY SIZE
               INTO export-file-name
           END-STRING.

           OPEN INPUT export-file.
           IF export-file-status NOT = "00"
               MOVE SPACES TO summary-line
               STRING "  "                        DELIMITED BY SIZE
                      FUNCTION TRIM(dataset-name) DELIMITED BY SIZE
                      ": no export for "          DELIMITED BY SIZE
                      backup-date                 DELIMITED BY SIZE
                      ", not carried."            DELIMITED BY SIZE
                   INTO summary-line
               END-STRING
               WRITE summary-line
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO masked-file-name.
           STRING "data/testset/backup_"      DELIMITED BY SIZE
                  FUNCTION TRIM(dataset-name) DELIMITED BY SIZE
                  "_"                         DELIMITED BY SIZE
                  backup-date                 DELIMITED BY SIZE
                  ".seq"                      DELIMITED BY SIZE
               INTO masked-file-name
           END-STRING.
           OPEN OUTPUT masked-file.
           CALL 'checkfilestatus' USING masked-file-name
               masked-file-status cfs-failed.
           IF cfs-failed = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO in-count in-sum out-count out-sum masked-count.
           MOVE 0 TO trailer-count trailer-sum.
           MOVE "N" TO trailer-seen.
           MOVE "copied unchanged" TO mask-what.

           READ export-file
               AT END CONTINUE
           END-READ.
           PERFORM UNTIL export-file-status NOT = "00"
               IF export-line(1:10) = "*TRAILER* "
                   PERFORM read-trailer-line
               ELSE
                   PERFORM mask-one-line
               END-IF
               READ export-file
                   AT END CONTINUE
               END-READ
           END-PERFORM.

           CLOSE export-file.
           PERFORM close-masked-file.
           ADD 1 TO sets-written.

           PERFORM write-export-summary.

       mask-one-line.

           ADD 1 TO in-count.
           MOVE in-sum TO ck-sum.
           PERFORM add-line-to-checksum.
           MOVE ck-sum TO in-sum.

           MOVE "N" TO record-masked.
           EVALUATE FUNCTION TRIM(dataset-name)
               WHEN "customers"
                   PERFORM mask-customer
               WHEN "users"
                   PERFORM mask-user
               WHEN "custnotes"
                   PERFORM mask-custnote
               WHEN "apikeys"
                   PERFORM mask-apikey
               WHEN "webhooksubs"
                   PERFORM mask-webhooksub
           END-EVALUATE.
           IF record-masked = "Y"
               ADD 1 TO masked-count
           END-IF.

           MOVE export-line TO masked-line.
           ADD 1 TO out-count.
           MOVE masked-line TO export-line.
           MOVE out-sum TO ck-sum.
           PERFORM add-line-to-checksum.
           MOVE ck-sum TO out-sum.
           WRITE masked-line.

      *****************************************************************
      *** The same plain byte-sum backupdata puts on its trailer,   ***
      *** over export-line into ck-sum.                             ***
      *****************************************************************
       add-line-to-checksum.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(export-line)) TO ck-len.
           PERFORM VARYING ck-ptr FROM 1 BY 1 UNTIL ck-ptr > ck-len
               COMPUTE ck-sum = FUNCTION MOD(
                   ck-sum + FUNCTION ORD(export-line(ck-ptr:1)),
                   999999999)
           END-PERFORM.

      *****************************************************************
      *** "*TRAILER* count=NNNNNNN checksum=NNNNNNNNN"              ***
      *****************************************************************
       read-trailer-line.

           MOVE "Y" TO trailer-seen.
           MOVE SPACES TO tr-scrap tr-tail tr-count-text tr-sum-text.
           UNSTRING export-line DELIMITED BY "count="
               INTO tr-scrap tr-tail
           END-UNSTRING.
           UNSTRING tr-tail DELIMITED BY " checksum="
               INTO tr-count-text tr-sum-text
           END-UNSTRING.

           IF FUNCTION TEST-NUMVAL(tr-count-text) = 0
               MOVE FUNCTION NUMVAL(tr-count-text) TO trailer-count
           END-IF.
           IF FUNCTION TEST-NUMVAL(tr-sum-text) = 0
               MOVE FUNCTION NUMVAL(tr-sum-text) TO trailer-sum
           END-IF.

       close-masked-file.

           MOVE out-count TO out-count-disp.
           MOVE out-sum   TO out-sum-disp.
           MOVE SPACES TO masked-line.
           STRING "*TRAILER* count="   DELIMITED BY SIZE
                  out-count-disp       DELIMITED BY SIZE
                  " checksum="         DELIMITED BY SIZE
                  out-sum-disp         DELIMITED BY SIZE
               INTO masked-line
           END-STRING.
           WRITE masked-line.
           CLOSE masked-file.

       write-export-summary.

           MOVE out-count TO count-disp.
           MOVE masked-count TO count-disp-2.
           MOVE SPACES TO summary-line.
           STRING "  "                        DELIMITED BY SIZE
                  FUNCTION TRIM(dataset-name) DELIMITED BY SIZE
                  ": "                        DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp)   DELIMITED BY SIZE
                  " record(s), "              DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp-2) DELIMITED BY SIZE
                  " masked - "                DELIMITED BY SIZE
                  FUNCTION TRIM(mask-what)    DELIMITED BY SIZE
               INTO summary-line
           END-STRING.
           WRITE summary-line.

           IF trailer-seen NOT = "Y"
              OR in-count NOT = trailer-count
              OR in-sum NOT = trailer-sum
               ADD 1 TO bad-exports
               MOVE SPACES TO summary-line
               STRING "    "                         DELIMITED BY SIZE
                      FUNCTION TRIM(export-file-name) DELIMITED BY SIZE
                      " FAILED its trailer check - do not load this "
                                                      DELIMITED BY SIZE
                      "masked copy."                  DELIMITED BY SIZE
                   INTO summary-line
               END-STRING
               WRITE summary-line
               DISPLAY "  " FUNCTION TRIM(export-file-name)
                   " failed its trailer check."
           END-IF.

      *****************************************************************
      *** The fakes are made from the customer id alone, so the     ***
      *** same customer comes out the same in every dataset.        ***
      *****************************************************************
       make-customer-fakes.

           MOVE FUNCTION LOWER-CASE(fake-cust-id) TO fake-id-lower.

           MOVE SPACES TO fake-name fake-email fake-addr1 fake-phone.
           STRING "Test Customer "           DELIMITED BY SIZE
                  FUNCTION TRIM(fake-cust-id) DELIMITED BY SIZE
               INTO fake-name
           END-STRING.
           STRING "cust."                     DELIMITED BY SIZE
                  FUNCTION TRIM(fake-id-lower) DELIMITED BY SIZE
                  "@example.test"              DELIMITED BY SIZE
               INTO fake-email
           END-STRING.
           STRING FUNCTION TRIM(fake-cust-id) DELIMITED BY SIZE
                  " Test Street"              DELIMITED BY SIZE
               INTO fake-addr1
           END-STRING.
           STRING "555-"                      DELIMITED BY SIZE
                  FUNCTION TRIM(fake-cust-id) DELIMITED BY SIZE
               INTO fake-phone
           END-STRING.

       mask-customer.

           MOVE "names, emails, addresses and phones replaced"
               TO mask-what.
           MOVE export-line TO customer-record.
           MOVE CUST-ID TO fake-cust-id.
           PERFORM make-customer-fakes.

      *** Opened here so an empty field stays empty and the city    ***
      *** survives; a record these keys can't open loses its city.  ***
           CALL "custcrypt" USING "O" customer-record open-result
               END-CALL.
           IF open-result NOT = "Y"
               MOVE SPACES TO CUST-CITY
           END-IF.

           IF CUST-NAME NOT = SPACES
               MOVE fake-name TO CUST-NAME
               MOVE "Y" TO record-masked
           END-IF.
           IF CUST-EMAIL NOT = SPACES
               MOVE fake-email TO CUST-EMAIL
               MOVE "Y" TO record-masked
           END-IF.
           IF CUST-ADDR1 NOT = SPACES
               MOVE fake-addr1 TO CUST-ADDR1
               MOVE "Y" TO record-masked
           END-IF.
           IF CUST-ADDR2 NOT = SPACES
               MOVE SPACES TO CUST-ADDR2
               MOVE "Y" TO record-masked
           END-IF.
           IF CUST-POSTCODE NOT = SPACES
               MOVE fake-postcode TO CUST-POSTCODE
               MOVE "Y" TO record-masked
           END-IF.
           IF CUST-PHONE NOT = SPACES
               MOVE fake-phone TO CUST-PHONE
               MOVE "Y" TO record-masked
           END-IF.

      *** The fakes go out in clear with no seal or lookup key of   ***
      *** ours: the test environment seals them under its own key   ***
      *** with rekeycustomers.                                      ***
           MOVE SPACE TO CUST-SEALED.
           MOVE 0 TO CUST-KEY-VER.
           MOVE SPACES TO CUST-SEAL-SALT CUST-EMAIL-KEY.

           MOVE SPACES TO export-line.
           MOVE customer-record TO export-line.

       mask-user.

           MOVE "passwords reset to the test password, emails "
             & "and mobiles replaced" TO mask-what.
           MOVE export-line TO user-record.

           CALL "makesalt" USING test-salt END-CALL.
           CALL "hashpass" USING test-salt test-password test-hash
               END-CALL.
           MOVE SPACES TO USR-PASS.
           STRING "H1$"     DELIMITED BY SIZE
                  test-salt DELIMITED BY SIZE
                  "$"       DELIMITED BY SIZE
                  test-hash DELIMITED BY SIZE
               INTO USR-PASS
           END-STRING.
           MOVE "N" TO USR-MUSTCHANGE.
           MOVE FUNCTION CURRENT-DATE TO USR-PASS-CHANGED.
           MOVE "Y" TO record-masked.

           IF USR-EMAIL NOT = SPACES
               IF USR-CUST-ID NOT = SPACES
                   MOVE USR-CUST-ID TO fake-cust-id
                   PERFORM make-customer-fakes
                   MOVE fake-email TO USR-EMAIL
               ELSE
                   MOVE SPACES TO USR-EMAIL
                   STRING FUNCTION TRIM(USR-NAME) DELIMITED BY SIZE
                          "@example.test"         DELIMITED BY SIZE
                       INTO USR-EMAIL
                   END-STRING
               END-IF
           END-IF.

      *** A mobile number gets the same fake phone its name gets,   ***
      *** so no test run can text a real person.                    ***
           IF USR-MOBILE NOT = SPACES
               MOVE USR-NAME TO fake-cust-id
               PERFORM make-customer-fakes
               MOVE fake-phone TO USR-MOBILE
           END-IF.

           MOVE SPACES TO export-line.
           MOVE user-record TO export-line.

       mask-custnote.

           MOVE "note text replaced" TO mask-what.
           MOVE export-line TO custnote-record.

           IF NOTE-TEXT NOT = SPACES
               MOVE "(note text removed in the masked copy)"
                   TO NOTE-TEXT
               MOVE "Y" TO record-masked
           END-IF.

           MOVE SPACES TO export-line.
           MOVE custnote-record TO export-line.

      *** The key is the record key, so it can't simply go blank -  ***
      *** a numbered placeholder, disabled, stands in for it. A     ***
      *** rotated key's successor names a live key too, so it goes. ***
       mask-apikey.

           MOVE "keys replaced by disabled placeholders" TO mask-what.
           MOVE export-line TO apikey-record.

           MOVE in-count TO key-seq-disp.
           MOVE SPACES TO AK-KEY.
           STRING "masked-key-" DELIMITED BY SIZE
                  key-seq-disp  DELIMITED BY SIZE
               INTO AK-KEY
           END-STRING.
           MOVE "N" TO AK-ENABLED.
           MOVE SPACES TO AK-SUCCESSOR.
           MOVE "Y" TO record-masked.

           MOVE SPACES TO export-line.
           MOVE apikey-record TO export-line.

       mask-webhooksub.

           MOVE "secrets blanked, subscriptions disabled"
               TO mask-what.
           MOVE export-line TO webhooksub-record.

           MOVE SPACES TO SUB-SECRET.
           MOVE "N" TO SUB-ENABLED.
           MOVE "Y" TO record-masked.

           MOVE SPACES TO export-line.
           MOVE webhooksub-record TO export-line.
