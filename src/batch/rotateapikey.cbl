      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  API key rotation with an overlap window          ***
      *** UPDATE:  the rewritten text file gets a fresh manifest    ***
      *****************************************************************
      *** Batch job, run by ops as                                  ***
      ***   rotateapikey <old key> <new key> [overlap days]         ***
      *** Issues the new key alongside the old one instead of       ***
      *** cutting the partner off: the new key gets the old one's   ***
      *** owner and scope list and a fresh expiry (APIKEYDAYS, 365  ***
      *** unless configured), while the old key's expiry is pulled  ***
      *** in to the end of the overlap window (APIKEYOVERLAP, 14    ***
      *** days, or the days given) - never pushed out past the date ***
      *** it already had. Both keys work until then; afterwards     ***
      *** checkapikey answers the old one with the expired JSON 401 ***
      *** and the partner has had the window to switch.             ***
      *** The change is made on data/apikeys.dat in place, so use   ***
      *** counts survive, and the same change is written into       ***
      *** data/apikeys.txt - the old key's line gains its new       ***
      *** expiry and successor, the new key gets a line of its own  ***
      *** - so the next loadapikeys rebuild keeps the rotation. A   ***
      *** disabled, expired, unknown or already rotated old key, or ***
      *** a new key that is already issued, is refused with         ***
      *** RETURN-CODE 8 and nothing changed.                        ***
      *** The rewritten text file gets a fresh data/apikeys.man     ***
      *** (checkinbound), so the next loadapikeys passes the        ***
      *** inbound gate with the rotation in it.                     ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rotateapikey.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "apikeydef.cbl".

           SELECT keys-input-file
               ASSIGN TO "data/apikeys.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS keys-input-status.

           SELECT keys-output-file
               ASSIGN TO "data/apikeys.txt.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS keys-output-status.

       DATA DIVISION.
       FILE SECTION.
       FD apikeys-file.
       01 apikey-record.
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

       77 command-args   PIC X(200).
       77 old-key        PIC X(40).
       77 new-key        PIC X(40).
       77 overlap-text   PIC X(10).
       77 bad-chars      PIC 9(4) USAGE COMP-5.

       77 cfg-key-name   PIC X(30).
       77 cfg-default    PIC 9(12).
       77 cfg-result     PIC 9(12).
       77 key-days       PIC 9(5) VALUE 365.
       77 overlap-days   PIC 9(5) VALUE 14.

       77 today-int      PIC 9(8) USAGE COMP-5.
       77 overlap-end    PIC 9(8).
       77 new-expiry     PIC 9(8).

       77 rk-key-text       PIC X(40).
       77 rk-owner-text     PIC X(40).
       77 rk-scopes-text    PIC X(200).
       77 rk-expires-text   PIC X(40).
       77 rk-successor-text PIC X(40).
       77 old-line-found    PIC X(01) VALUE "N".
       77 swap-command      PIC X(80).

       01 inbound-gate.
           COPY "inbfld.cbl".

       01 saved-old-key.
           05 so-owner     PIC X(30).
           05 so-scopes    PIC X(200).
           05 so-expires   PIC X(8).

       PROCEDURE DIVISION.

       start-rotateapikey.

           ACCEPT command-args FROM COMMAND-LINE END-ACCEPT.
           MOVE SPACES TO old-key new-key overlap-text.
           UNSTRING command-args DELIMITED BY ALL SPACE
               INTO old-key new-key overlap-text
           END-UNSTRING.

           IF old-key = SPACES OR new-key = SPACES
               DISPLAY "usage: rotateapikey <old key> <new key> "
                   "[overlap days]"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *** The new key goes into a comma-separated line, so a comma  ***
      *** in it would split the columns on the next load.           ***
           MOVE 0 TO bad-chars.
           INSPECT new-key TALLYING bad-chars FOR ALL ",".
           IF bad-chars > 0 OR new-key = old-key
               DISPLAY "rotateapikey: the new key must differ from "
                   "the old one and carry no commas."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "APIKEYDAYS" TO cfg-key-name.
           MOVE 365 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           IF cfg-result > 0 AND cfg-result < 100000
               MOVE cfg-result TO key-days
           END-IF.

           MOVE "APIKEYOVERLAP" TO cfg-key-name.
           MOVE 14 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           IF cfg-result < 100000
               MOVE cfg-result TO overlap-days
           END-IF.

           IF overlap-text NOT = SPACES
               IF FUNCTION TRIM(overlap-text) IS NOT NUMERIC
                   DISPLAY "rotateapikey: overlap days must be a "
                       "number."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(overlap-text) TO overlap-days
           END-IF.

           COMPUTE today-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
           COMPUTE overlap-end = FUNCTION DATE-OF-INTEGER(
               today-int + overlap-days).
           COMPUTE new-expiry = FUNCTION DATE-OF-INTEGER(
               today-int + key-days).

           OPEN I-O apikeys-file.
           CALL 'checkfilestatus' USING "data/apikeys.dat"
               apikeys-file-status cfs-failed.
           IF cfs-failed = "Y"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM check-new-key-free.
           IF RETURN-CODE NOT = 0
               CLOSE apikeys-file
               GOBACK
           END-IF.

           PERFORM shorten-old-key.
           IF RETURN-CODE NOT = 0
               CLOSE apikeys-file
               GOBACK
           END-IF.

           PERFORM issue-new-key.
           CLOSE apikeys-file.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.

           PERFORM rewrite-key-text.

           DISPLAY "rotateapikey: " FUNCTION TRIM(new-key)
               " issued for " FUNCTION TRIM(so-owner) ", valid to "
               new-expiry "; " FUNCTION TRIM(old-key)
               " now expires " FUNCTION TRIM(so-expires) ".".

           GOBACK.

       check-new-key-free.

           MOVE new-key TO AK-KEY.
           READ apikeys-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "rotateapikey: " FUNCTION TRIM(new-key)
                       " is already issued."
                   MOVE 8 TO RETURN-CODE
           END-READ.

      *****************************************************************
      *** The old key must still be live and not already rotated;   ***
      *** its expiry only ever moves closer, so a key already due   ***
      *** inside the window keeps its earlier date.                 ***
      *****************************************************************
       shorten-old-key.

           MOVE old-key TO AK-KEY.
           READ apikeys-file
               INVALID KEY
                   DISPLAY "rotateapikey: " FUNCTION TRIM(old-key)
                       " is not on file."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ.

           IF AK-ENABLED NOT = "Y"
               DISPLAY "rotateapikey: " FUNCTION TRIM(old-key)
                   " is disabled."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF AK-EXPIRES NOT = SPACES
              AND AK-EXPIRES < FUNCTION CURRENT-DATE(1:8)
               DISPLAY "rotateapikey: " FUNCTION TRIM(old-key)
                   " has already expired - load a new key instead."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF AK-SUCCESSOR NOT = SPACES
               DISPLAY "rotateapikey: " FUNCTION TRIM(old-key)
                   " was already rotated to "
                   FUNCTION TRIM(AK-SUCCESSOR) "."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF AK-EXPIRES = SPACES OR AK-EXPIRES > overlap-end
               MOVE overlap-end TO AK-EXPIRES
           END-IF.
           MOVE new-key TO AK-SUCCESSOR.

           MOVE AK-OWNER   TO so-owner.
           MOVE AK-SCOPES  TO so-scopes.
           MOVE AK-EXPIRES TO so-expires.

           REWRITE apikey-record
               INVALID KEY
                   DISPLAY "rotateapikey: " FUNCTION TRIM(old-key)
                       " could not be updated."
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

       issue-new-key.

           MOVE SPACES TO apikey-record.
           MOVE new-key    TO AK-KEY.
           MOVE so-owner   TO AK-OWNER.
           MOVE "Y"        TO AK-ENABLED.
           MOVE FUNCTION CURRENT-DATE TO AK-CREATED.
           MOVE 0          TO AK-USED.
           MOVE so-scopes  TO AK-SCOPES.
           MOVE new-expiry TO AK-EXPIRES.

           WRITE apikey-record
               INVALID KEY
                   DISPLAY "rotateapikey: " FUNCTION TRIM(new-key)
                       " could not be written - "
                       FUNCTION TRIM(old-key) " is already "
                       "shortened, so add the new key's line to "
                       "data/apikeys.txt and rerun loadapikeys."
                   MOVE 8 TO RETURN-CODE
           END-WRITE.

      *****************************************************************
      *** Carries the rotation into the ops-maintained text file,   ***
      *** which loadapikeys rebuilds the dataset from. Every other  ***
      *** line is copied through untouched.                         ***
      *****************************************************************
       rewrite-key-text.

           OPEN INPUT keys-input-file.
           IF keys-input-status NOT = "00"
               DISPLAY "rotateapikey: data/apikeys.txt unreadable - "
                   "add the rotation to it by hand before the next "
                   "load."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT keys-output-file.
           CALL 'checkfilestatus' USING "data/apikeys.txt.new"
               keys-output-status cfs-failed.
           IF cfs-failed = "Y"
               CLOSE keys-input-file
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           READ keys-input-file
               AT END CONTINUE
           END-READ.
           PERFORM UNTIL keys-input-status NOT = "00"
               PERFORM copy-one-key-line
               READ keys-input-file
                   AT END CONTINUE
               END-READ
           END-PERFORM.

           MOVE new-key    TO rk-key-text.
           MOVE so-owner   TO rk-owner-text.
           MOVE so-scopes  TO rk-scopes-text.
           MOVE new-expiry TO rk-expires-text.
           MOVE SPACES     TO rk-successor-text.
           PERFORM rebuild-key-line.
           WRITE keys-output-line.

           CLOSE keys-input-file.
           CLOSE keys-output-file.

           MOVE "mv data/apikeys.txt.new data/apikeys.txt"
               TO swap-command.
           CALL "SYSTEM" USING swap-command END-CALL.

           MOVE "M" TO IB-MODE.
           MOVE "apikeys" TO IB-FEED.
           MOVE "data/apikeys.txt" TO IB-FILE.
           CALL "checkinbound" USING inbound-gate END-CALL.
           IF IB-RESULT NOT = "Y"
               DISPLAY "rotateapikey: no fresh manifest for "
                   "data/apikeys.txt - run makemanifest before the "
                   "next load."
           END-IF.

           IF old-line-found = "N"
               DISPLAY "rotateapikey: no line for "
                   FUNCTION TRIM(old-key) " in data/apikeys.txt - "
                   "only the new key's line was added."
           END-IF.

       copy-one-key-line.

           MOVE keys-input-line TO keys-output-line.
           MOVE SPACES TO rk-key-text rk-owner-text rk-scopes-text
               rk-expires-text rk-successor-text.
           UNSTRING keys-input-line DELIMITED BY ","
               INTO rk-key-text rk-owner-text rk-scopes-text
                    rk-expires-text rk-successor-text
           END-UNSTRING.

           IF FUNCTION TRIM(rk-key-text) = FUNCTION TRIM(old-key)
               MOVE "Y" TO old-line-found
               MOVE so-expires TO rk-expires-text
               MOVE new-key    TO rk-successor-text
               PERFORM rebuild-key-line
           END-IF.

           WRITE keys-output-line.

       rebuild-key-line.

           MOVE SPACES TO keys-output-line.
           STRING FUNCTION TRIM(rk-key-text)    DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(rk-owner-text)  DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(rk-scopes-text) DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(rk-expires-text) DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(rk-successor-text)
                                                DELIMITED BY SIZE
               INTO keys-output-line
           END-STRING.
