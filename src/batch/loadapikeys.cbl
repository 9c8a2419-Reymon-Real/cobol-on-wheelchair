      *** UPDATE:  API key loader                                   ***
      *** UPDATE:  an optional scopes column restricts which routes ***
      ***          the key may call                                 ***
      *** UPDATE:  expiry date and successor columns; a key loaded  ***
      ***          without an expiry gets one written back to the   ***
      ***          text file                                        ***
      *** UPDATE:  the text file passes the inbound gate and is     ***
      ***          archived under a dated name                      ***
      *****************************************************************
      *** Batch job: (re)writes data/apikeys.dat from the ops-      ***
      *** maintained data/apikeys.txt, one "key,owner,scopes" line  ***
      *** count of zero; dropping a line and rerunning the loader   ***
      *** is how a key is revoked. Same rebuild-from-text shape as  ***
      *** the webhook subscription loader.                          ***
      *** The full line is "key,owner,scopes,expires,successor":    ***
      *** expires is the key's last valid day (CCYYMMDD) and        ***
      *** successor the replacement rotateapikey issued for it.     ***
      *** A line with no expiry gets today plus APIKEYDAYS (365     ***
      *** unless configured), and the date is written back into     ***
      *** data/apikeys.txt - otherwise every reload would push the  ***
      *** expiry out again and the key would never lapse. A line    ***
      *** whose expiry isn't a real date is skipped, not loaded as  ***
      *** a key that never expires.                                 ***
      *** The text file passes the inbound gate (checkinbound, feed ***
      *** "apikeys") before it is loaded: data/apikeys.man, written ***
      *** by makemanifest when ops save an edit, must agree with    ***
      *** it, and a file already loaded is refused with             ***
      *** RETURN-CODE 8 and the dataset left as it is. A loaded     ***
      *** file is copied to its dated archive name and stays in     ***
      *** place; when the expiries are written back it gets a fresh ***
      *** manifest of its own.                                      ***
      *****************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS keys-input-status.

           SELECT keys-output-file
               ASSIGN TO "data/apikeys.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS keys-output-status.

       DATA DIVISION.
       FILE SECTION.
       FD apikeys-file.
           COPY "apikeyfld.cbl".

       FD keys-input-file.
       01 keys-input-line PIC X(340).

       FD keys-output-file.
       01 keys-output-line PIC X(340).

       WORKING-STORAGE SECTION.
       77 apikeys-file-status PIC X(2).
       77 keys-input-status   PIC X(2).
       77 keys-output-status  PIC X(2).
       77 cfs-failed          PIC X(01).

       77 lk-key-text   PIC X(40).
       77 lk-owner-text PIC X(40).
       77 lk-scopes-text PIC X(200).
       77 lk-expires-text PIC X(40).
       77 lk-successor-text PIC X(40).
       77 lk-expires-ok PIC X(01).
       77 lk-filled     PIC 9(5) USAGE COMP-5 VALUE 0.
       77 lk-default-expiry PIC 9(8).
       77 lk-swap-command PIC X(80).

       77 cfg-key-name  PIC X(30).
       77 cfg-default   PIC 9(12).
       77 cfg-result    PIC 9(12).
       77 key-days      PIC 9(5) VALUE 365.
       77 lk-loaded     PIC 9(5) USAGE COMP-5 VALUE 0.
       77 lk-skipped    PIC 9(5) USAGE COMP-5 VALUE 0.

       01 inbound-gate.
           COPY "inbfld.cbl".

       PROCEDURE DIVISION.

       start-loadapikeys.

           MOVE "APIKEYDAYS" TO cfg-key-name.
           MOVE 365 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           IF cfg-result > 0 AND cfg-result < 100000
               MOVE cfg-result TO key-days
           END-IF.
           COMPUTE lk-default-expiry = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
               FUNCTION CURRENT-DATE(1:8))) + key-days).

           MOVE "C" TO IB-MODE.
           MOVE "apikeys" TO IB-FEED.
           MOVE "data/apikeys.txt" TO IB-FILE.
           CALL "checkinbound" USING inbound-gate END-CALL.
           IF IB-RESULT = "N"
               DISPLAY "loadapikeys: data/apikeys.txt refused - "
                   FUNCTION TRIM(IB-REASON) "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT keys-input-file.
           CALL 'checkfilestatus' USING "data/apikeys.txt"
               keys-input-status cfs-failed.
               STOP RUN
           END-IF.

           OPEN OUTPUT keys-output-file.
           CALL 'checkfilestatus' USING "data/apikeys.txt.new"
               keys-output-status cfs-failed.
           IF cfs-failed = "Y"
               CLOSE keys-input-file
               CLOSE apikeys-file
               STOP RUN
           END-IF.

           READ keys-input-file
               AT END CONTINUE
           END-READ.

           CLOSE keys-input-file.
           CLOSE apikeys-file.
           CLOSE keys-output-file.

      *** The file as ops saved it is what gets archived.           ***
           MOVE "A" TO IB-MODE.
           CALL "checkinbound" USING inbound-gate END-CALL.
           IF IB-RESULT = "N"
               DISPLAY "loadapikeys: data/apikeys.txt "
                   FUNCTION TRIM(IB-REASON) "."
           END-IF.

      *** The text file is only replaced when an expiry was filled  ***
      *** in; otherwise it stays exactly as ops last saved it.      ***
           IF lk-filled > 0
               MOVE "mv data/apikeys.txt.new data/apikeys.txt"
                   TO lk-swap-command
               CALL "SYSTEM" USING lk-swap-command END-CALL
               DISPLAY "apikeys.txt: expiry filled in on " lk-filled
                   " line(s)."
               MOVE "M" TO IB-MODE
               CALL "checkinbound" USING inbound-gate END-CALL
               IF IB-RESULT NOT = "Y"
                   DISPLAY "loadapikeys: no fresh manifest for "
                       "data/apikeys.txt - run makemanifest before "
                       "the next load."
               END-IF
           ELSE
               MOVE "rm -f data/apikeys.txt.new" TO lk-swap-command
               CALL "SYSTEM" USING lk-swap-command END-CALL
           END-IF.

           DISPLAY "apikeys.dat loaded: " lk-loaded " key(s), "
               lk-skipped " line(s) skipped.".

       load-one-key.

           MOVE keys-input-line TO keys-output-line.
           MOVE SPACES TO lk-key-text lk-owner-text lk-scopes-text
               lk-expires-text lk-successor-text.
           UNSTRING keys-input-line DELIMITED BY ","
               INTO lk-key-text lk-owner-text lk-scopes-text
                    lk-expires-text lk-successor-text
           END-UNSTRING.

           MOVE "Y" TO lk-expires-ok.
           IF FUNCTION TRIM(lk-expires-text) = SPACES
               IF FUNCTION TRIM(lk-key-text) NOT = SPACES
                  AND FUNCTION TRIM(lk-owner-text) NOT = SPACES
                   MOVE lk-default-expiry TO lk-expires-text
                   PERFORM rebuild-key-line
                   ADD 1 TO lk-filled
               END-IF
           ELSE
               IF FUNCTION TRIM(lk-expires-text) IS NOT NUMERIC
                  OR FUNCTION LENGTH(FUNCTION TRIM(lk-expires-text))
                     NOT = 8
                   MOVE "N" TO lk-expires-ok
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(lk-expires-text)) NOT = 0
                       MOVE "N" TO lk-expires-ok
                   END-IF
               END-IF
           END-IF.

           WRITE keys-output-line.

           IF FUNCTION TRIM(lk-key-text) NOT = SPACES
              AND FUNCTION TRIM(lk-owner-text) NOT = SPACES
              AND lk-expires-ok = "Y"
               MOVE SPACES TO apikey-record
               MOVE FUNCTION TRIM(lk-key-text)   TO AK-KEY
               MOVE FUNCTION TRIM(lk-owner-text) TO AK-OWNER
               MOVE FUNCTION TRIM(lk-scopes-text) TO AK-SCOPES
               MOVE FUNCTION CURRENT-DATE TO AK-CREATED
               MOVE 0 TO AK-USED
               MOVE FUNCTION TRIM(lk-expires-text) TO AK-EXPIRES
               MOVE FUNCTION TRIM(lk-successor-text) TO AK-SUCCESSOR
               WRITE apikey-record
                   INVALID KEY ADD 1 TO lk-skipped
                   NOT INVALID KEY ADD 1 TO lk-loaded
               DISPLAY "skipped unparsable api-key line: "
                   FUNCTION TRIM(keys-input-line)
           END-IF.

      *****************************************************************
      *** Puts the line back together with the expiry filled in -   ***
      *** the same five columns, in the same order, rotateapikey    ***
      *** writes.                                                   ***
      *****************************************************************
       rebuild-key-line.

           MOVE SPACES TO keys-output-line.
           STRING FUNCTION TRIM(lk-key-text)    DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(lk-owner-text)  DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(lk-scopes-text) DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(lk-expires-text) DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(lk-successor-text)
                                                DELIMITED BY SIZE
               INTO keys-output-line
           END-STRING.
