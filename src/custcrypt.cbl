      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  seals and opens a customer's personal fields     ***
      *****************************************************************
      *** Keeps the personal fields of a customer record - name,    ***
      *** email, address lines, city, postcode, phone - sealed at   ***
      *** rest. Called with a mode and the record itself:           ***
      ***   "S" seal: the clear fields become ciphertext under the  ***
      ***       current customer key with a fresh salt, and the     ***
      ***       email lookup key is worked out from the clear       ***
      ***       address first. A record already sealed is left as   ***
      ***       it is, so sealing twice is harmless.                ***
      ***   "O" open: a sealed record's fields come back in clear   ***
      ***       under the key version it was sealed with, and the   ***
      ***       record is marked opened ("O") - the same record     ***
      ***       sealed again before it is rewritten.                ***
      ***   "K" email key: the lookup key of the address in the     ***
      ***       record's CUST-EMAIL, for matching an address        ***
      ***       against CUST-EMAIL-KEY without opening anything.    ***
      *** The result is "Y" when done, "N" when the key it needs    ***
      *** isn't there - the record is then left exactly as it was.  ***
      *** The keys are read once per run from the file named by the ***
      *** COW_CUSTOMER_KEYS environment variable (default           ***
      *** /etc/cow/customer.keys), one "version secret" line each;  ***
      *** the highest version is the current key and the older ones ***
      *** stay so records, backups and journal images sealed under  ***
      *** them still open. A key file inside the data directory     ***
      *** would go out with every backup, so it is refused, as is a ***
      *** secret shorter than 16 characters.                        ***
      *** The cipher is a keystream from the same two-lane          ***
      *** multiply/accumulate construction as hashpass, seeded per  ***
      *** field from the secret, the salt and the CUST-ID, added    ***
      *** into the printable range only - a sealed field is the     ***
      *** same length as the clear one and never holds a control    ***
      *** character, so the line-sequential backups and the         ***
      *** journal carry it unchanged.                               ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. custcrypt.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT custkeys-file
               ASSIGN TO cy-key-path
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS custkeys-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD custkeys-file.
       01 custkeys-line PIC X(100).

       WORKING-STORAGE SECTION.
       77 custkeys-file-status PIC X(2).

       78 CRYPT-ROUNDS  VALUE 2.
       78 LANE-MODULUS  VALUE 4294967296.
       78 cy-key-max    VALUE 20.
       78 cy-secret-min VALUE 16.

       77 cy-key-path    PIC X(200) VALUE SPACES.
       77 cy-data-tally  PIC 9(4) USAGE COMP-5.
       77 cy-ver-text    PIC X(10).
       77 cy-secret-text PIC X(90).

      *** The keys as read from the file, loaded on the first call  ***
      *** and kept for the rest of the run.                         ***
       77 cy-keys-loaded PIC X(01) VALUE "N".
       01 cy-key-table.
          05 cy-key-count   PIC 9(4) USAGE COMP-5 VALUE 0.
          05 cy-current-ix  PIC 9(4) USAGE COMP-5 VALUE 0.
          05 cy-keys OCCURS 20 TIMES.
             10 cy-tab-ver    PIC 9(2).
             10 cy-tab-secret PIC X(40).

       77 cy-ix        PIC 9(4) USAGE COMP-5.
       77 cy-scan      PIC 9(4) USAGE COMP-5.
       77 cy-direction PIC X(01).

      *** One field at a time: its number, its clear or sealed      ***
      *** bytes and how many of them there are.                     ***
       77 cy-field-no  PIC 9(1).
       77 cy-field     PIC X(60).
       77 cy-field-len PIC 9(4) USAGE COMP-5.

       77 cy-seed      PIC X(60).
       77 cy-round     PIC 9(4) USAGE COMP-5.
       77 cy-ptr       PIC 9(4) USAGE COMP-5.
       77 cy-byte      PIC 9(8) USAGE COMP-5.
       77 cy-lane-1    PIC 9(18) USAGE COMP-5.
       77 cy-lane-2    PIC 9(18) USAGE COMP-5.
       77 cy-stream    PIC 9(8) USAGE COMP-5.

       77 cy-email-payload PIC X(200).

       LINKAGE SECTION.
       77 cy-mode PIC X(01).
       01 cy-customer.
           COPY "custfld.cbl"
              REPLACING LEADING ==CUST== BY ==CY==.
       77 cy-result PIC X(01).

       PROCEDURE DIVISION USING cy-mode cy-customer cy-result.

       start-custcrypt.

           MOVE "N" TO cy-result.

           IF cy-keys-loaded NOT = "Y"
               PERFORM load-customer-keys
           END-IF.

           EVALUATE cy-mode
               WHEN "S"
                   PERFORM seal-customer
               WHEN "O"
                   PERFORM open-customer
               WHEN "K"
                   PERFORM make-email-key
           END-EVALUATE.

           GOBACK.

      *****************************************************************
      *** Reads the key file once. A line that isn't a two-digit    ***
      *** version and a long enough secret is skipped, as is a "*"  ***
      *** comment line; the highest version read is current.        ***
      *****************************************************************
       load-customer-keys.

           MOVE "Y" TO cy-keys-loaded.
           MOVE 0 TO cy-key-count cy-current-ix.

           MOVE SPACES TO cy-key-path.
           ACCEPT cy-key-path FROM ENVIRONMENT "COW_CUSTOMER_KEYS".
           IF cy-key-path = SPACES
               MOVE "/etc/cow/customer.keys" TO cy-key-path
           END-IF.

           MOVE 0 TO cy-data-tally.
           INSPECT cy-key-path TALLYING cy-data-tally
               FOR ALL "/data/".
           IF cy-key-path(1:5) = "data/" OR cy-data-tally > 0
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT custkeys-file.
           IF custkeys-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ custkeys-file
               AT END MOVE "10" TO custkeys-file-status
           END-READ.
           PERFORM UNTIL custkeys-file-status NOT = "00"
               OR cy-key-count >= cy-key-max
               PERFORM take-one-key-line
               READ custkeys-file
                   AT END MOVE "10" TO custkeys-file-status
               END-READ
           END-PERFORM.

           CLOSE custkeys-file.

       take-one-key-line.

           IF custkeys-line(1:1) = "*" OR custkeys-line = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO cy-ver-text cy-secret-text.
           UNSTRING FUNCTION TRIM(custkeys-line) DELIMITED BY ALL SPACE
               INTO cy-ver-text cy-secret-text
           END-UNSTRING.

           IF cy-ver-text(1:2) IS NOT NUMERIC
              OR cy-ver-text(3:8) NOT = SPACES
              OR cy-ver-text(1:2) = "00"
              OR cy-secret-text(41:50) NOT = SPACES
              OR FUNCTION LENGTH(FUNCTION TRIM(cy-secret-text))
                  < cy-secret-min
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO cy-key-count.
           MOVE cy-ver-text(1:2) TO cy-tab-ver(cy-key-count).
           MOVE cy-secret-text(1:40) TO cy-tab-secret(cy-key-count).

           IF cy-current-ix = 0
               MOVE cy-key-count TO cy-current-ix
           ELSE
               IF cy-tab-ver(cy-key-count) > cy-tab-ver(cy-current-ix)
                   MOVE cy-key-count TO cy-current-ix
               END-IF
           END-IF.

      *****************************************************************
      *** Seal: lookup key from the clear address, then every       ***
      *** personal field through the current key's keystream.       ***
      *****************************************************************
       seal-customer.

           IF CY-SEALED = "Y"
               MOVE "Y" TO cy-result
               EXIT PARAGRAPH
           END-IF.

           IF cy-current-ix = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM derive-email-key.

           MOVE cy-current-ix TO cy-ix.
           MOVE cy-tab-ver(cy-ix) TO CY-KEY-VER.
           CALL "makesalt" USING CY-SEAL-SALT END-CALL.

           MOVE "E" TO cy-direction.
           PERFORM cipher-personal-fields.

           MOVE "Y" TO CY-SEALED.
           MOVE "Y" TO cy-result.

      *****************************************************************
      *** Open: the key the record was sealed under, whichever      ***
      *** version is current now.                                   ***
      *****************************************************************
       open-customer.

           IF CY-SEALED NOT = "Y"
               MOVE "Y" TO cy-result
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO cy-ix.
           PERFORM VARYING cy-scan FROM 1 BY 1
                   UNTIL cy-scan > cy-key-count
               IF cy-tab-ver(cy-scan) = CY-KEY-VER
                   MOVE cy-scan TO cy-ix
               END-IF
           END-PERFORM.
           IF cy-ix = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "D" TO cy-direction.
           PERFORM cipher-personal-fields.

           MOVE "O" TO CY-SEALED.
           MOVE "Y" TO cy-result.

       make-email-key.

           IF cy-current-ix = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM derive-email-key.
           MOVE "Y" TO cy-result.

      *****************************************************************
      *** The address folded the way every lookup folds it, signed  ***
      *** under the current key - an exact match on the digest is   ***
      *** an exact match on the address.                            ***
      *****************************************************************
       derive-email-key.

           IF CY-EMAIL = SPACES
               MOVE SPACES TO CY-EMAIL-KEY
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO cy-email-payload.
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(CY-EMAIL))
               TO cy-email-payload.
           CALL "signpayload" USING cy-tab-secret(cy-current-ix)
               cy-email-payload CY-EMAIL-KEY END-CALL.

       cipher-personal-fields.

           MOVE 1 TO cy-field-no.
           MOVE CY-NAME TO cy-field.
           MOVE 60 TO cy-field-len.
           PERFORM cipher-one-field.
           MOVE cy-field TO CY-NAME.

           MOVE 2 TO cy-field-no.
           MOVE CY-EMAIL TO cy-field.
           MOVE 60 TO cy-field-len.
           PERFORM cipher-one-field.
           MOVE cy-field TO CY-EMAIL.

           MOVE 3 TO cy-field-no.
           MOVE CY-ADDR1 TO cy-field.
           MOVE 60 TO cy-field-len.
           PERFORM cipher-one-field.
           MOVE cy-field TO CY-ADDR1.

           MOVE 4 TO cy-field-no.
           MOVE CY-ADDR2 TO cy-field.
           MOVE 60 TO cy-field-len.
           PERFORM cipher-one-field.
           MOVE cy-field TO CY-ADDR2.

           MOVE 5 TO cy-field-no.
           MOVE CY-CITY TO cy-field.
           MOVE 30 TO cy-field-len.
           PERFORM cipher-one-field.
           MOVE cy-field(1:30) TO CY-CITY.

           MOVE 6 TO cy-field-no.
           MOVE CY-POSTCODE TO cy-field.
           MOVE 10 TO cy-field-len.
           PERFORM cipher-one-field.
           MOVE cy-field(1:10) TO CY-POSTCODE.

           MOVE 7 TO cy-field-no.
           MOVE CY-PHONE TO cy-field.
           MOVE 20 TO cy-field-len.
           PERFORM cipher-one-field.
           MOVE cy-field(1:20) TO CY-PHONE.

      *****************************************************************
      *** Both lanes absorb secret, salt, CUST-ID and field number, ***
      *** then step once per byte; the high half of the second      ***
      *** lane is the keystream byte, added to (sealing) or taken   ***
      *** from (opening) the byte's place in the 224 printable      ***
      *** codes. Trailing spaces are sealed too, so the length of a ***
      *** name doesn't show through.                                ***
      *****************************************************************
       cipher-one-field.

           MOVE SPACES TO cy-seed.
           STRING cy-tab-secret(cy-ix) DELIMITED BY SIZE
                  CY-SEAL-SALT         DELIMITED BY SIZE
                  CY-ID                DELIMITED BY SIZE
                  cy-field-no          DELIMITED BY SIZE
               INTO cy-seed
           END-STRING.

           MOVE 2166136261 TO cy-lane-1.
           MOVE 16777619   TO cy-lane-2.

           PERFORM VARYING cy-round FROM 1 BY 1
                   UNTIL cy-round > CRYPT-ROUNDS
               PERFORM VARYING cy-ptr FROM 1 BY 1 UNTIL cy-ptr > 60
                   COMPUTE cy-byte = FUNCTION ORD(cy-seed(cy-ptr:1))
                   COMPUTE cy-lane-1 = FUNCTION MOD(
                       (cy-lane-1 + cy-byte + cy-round) * 16777619,
                       LANE-MODULUS)
                   COMPUTE cy-lane-2 = FUNCTION MOD(
                       (cy-lane-2 + (cy-byte * 257)
                           + FUNCTION MOD(cy-lane-1, 65521)) * 69069,
                       LANE-MODULUS)
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING cy-ptr FROM 1 BY 1
                   UNTIL cy-ptr > cy-field-len
               COMPUTE cy-lane-1 = FUNCTION MOD(
                   (cy-lane-1 + cy-ptr + 131) * 16777619,
                   LANE-MODULUS)
               COMPUTE cy-lane-2 = FUNCTION MOD(
                   (cy-lane-2 + cy-ptr
                       + FUNCTION MOD(cy-lane-1, 65521)) * 69069,
                   LANE-MODULUS)
               COMPUTE cy-stream = FUNCTION MOD(
                   FUNCTION INTEGER-PART(cy-lane-2 / 65536), 224)
               COMPUTE cy-byte = FUNCTION ORD(cy-field(cy-ptr:1)) - 1
               IF cy-byte >= 32
                   IF cy-direction = "E"
                       COMPUTE cy-byte = 32 + FUNCTION MOD(
                           cy-byte - 32 + cy-stream, 224)
                   ELSE
                       COMPUTE cy-byte = 32 + FUNCTION MOD(
                           cy-byte - 32 + 224 - cy-stream, 224)
                   END-IF
                   MOVE FUNCTION CHAR(cy-byte + 1)
                       TO cy-field(cy-ptr:1)
               END-IF
           END-PERFORM.
