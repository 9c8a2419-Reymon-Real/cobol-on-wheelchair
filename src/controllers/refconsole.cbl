      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  one console for the loader-fed reference         ***
      ***          datasets                                         ***
      *** UPDATE:  API keys carry an expiry date and can be rotated ***
      ***          with an overlap window                           ***
      *** UPDATE:  postcode reference kept on the console           ***
      *****************************************************************
      *** /admin/refdata: the edit-a-text-file-then-run-the-loader  ***
      *** datasets, maintainable from one restricted screen with    ***
      *** allowlist, the rate classes and the message catalog (the  ***
      *** text files the checkers read, rewritten whole from        ***
      *** memory; messages also land on the indexed catalog the     ***
      *** lookups use), and the postcode reference customer         ***
      *** addresses are checked against (edited in place; the       ***
      *** loader reloads it whole). Every change is appended to     ***
      *** data/refchange.log with who, when, what and the values    ***
      *** involved - the logroutechange treatment for the datasets  ***
      *** that never had it.                                         ***
           COPY "apikeydef.cbl".
           COPY "subsdef.cbl".
           COPY "msgdef.cbl".
           COPY "postdef.cbl".

           SELECT listtext-file
               ASSIGN TO listtext-path
       01 message-record.
           COPY "msgfld.cbl".

       FD postcodes-file.
       01 postcode-record.
           COPY "postfld.cbl".

       FD listtext-file.
       01 listtext-line PIC X(300).

       77 apikeys-file-status     PIC X(2).
       77 webhooksubs-file-status PIC X(2).
       77 messages-file-status    PIC X(2).
       77 postcodes-file-status   PIC X(2).
       77 listtext-file-status    PIC X(2).
       77 refchange-file-status   PIC X(2).
       77 listtext-path           PIC X(40) VALUE SPACES.
       77 rc-lang-text   PIC X(90) VALUE SPACES.
       77 rc-msgid-text  PIC X(90) VALUE SPACES.
       77 rc-text-text   PIC X(90) VALUE SPACES.
       77 rc-expires-text PIC X(90) VALUE SPACES.
       77 rc-newkey-text PIC X(90) VALUE SPACES.
       77 rc-postcode-text PIC X(90) VALUE SPACES.
       77 rc-city-text   PIC X(90) VALUE SPACES.
       77 rc-pcfrom-text PIC X(90) VALUE SPACES.

      *** API key lifetimes: APIKEYDAYS for a key added without an  ***
      *** expiry, APIKEYOVERLAP for the old key after a rotation.   ***
       77 rc-cfg-key     PIC X(30).
       77 rc-cfg-default PIC 9(12).
       77 rc-cfg-result  PIC 9(12).
       77 rc-key-days    PIC 9(5).
       77 rc-overlap-days PIC 9(5).
       77 rc-today-int   PIC 9(8) USAGE COMP-5.
       77 rc-date-8      PIC 9(8).
       77 rc-overlap-end PIC X(8).
       77 rc-old-owner   PIC X(30).
       77 rc-old-scopes  PIC X(200).
       77 rc-comma-count PIC 9(4) USAGE COMP-5.

       77 rc-ctr        PIC 9(4) USAGE COMP-5.
       77 rc-found      PIC X(01).
               WHEN "apikey-add"     PERFORM do-apikey-add
               WHEN "apikey-disable" PERFORM do-apikey-flag
               WHEN "apikey-enable"  PERFORM do-apikey-flag
               WHEN "apikey-rotate"  PERFORM do-apikey-rotate
               WHEN "sub-add"        PERFORM do-sub-add
               WHEN "sub-disable"    PERFORM do-sub-flag
               WHEN "sub-enable"     PERFORM do-sub-flag
               WHEN "rate-remove"    PERFORM do-rate-remove
               WHEN "msg-set"        PERFORM do-msg-set
               WHEN "msg-remove"     PERFORM do-msg-remove
               WHEN "pc-set"         PERFORM do-pc-set
               WHEN "pc-remove"      PERFORM do-pc-remove
               WHEN OTHER
                   MOVE "unknown action" TO rc-message
           END-EVALUATE.
               END-CALL.
           CALL "getparam" USING the-values "scopes" rc-scopes-text
               END-CALL.
           CALL "getparam" USING the-values "expires" rc-expires-text
               END-CALL.

           IF FUNCTION TRIM(rc-key-text) = SPACES
              OR FUNCTION TRIM(rc-owner-text) = SPACES
               EXIT PARAGRAPH
           END-IF.

      *** A blank expiry means the standard lifetime from today; a  ***
      *** given one must be a real date that hasn't passed.         ***
           PERFORM work-out-key-dates.
           IF FUNCTION TRIM(rc-expires-text) = SPACES
               COMPUTE rc-date-8 = FUNCTION DATE-OF-INTEGER(
                   rc-today-int + rc-key-days)
               MOVE rc-date-8 TO rc-expires-text
           ELSE
               IF FUNCTION TRIM(rc-expires-text) IS NOT NUMERIC
                  OR FUNCTION LENGTH(FUNCTION TRIM(rc-expires-text))
                     NOT = 8
                   MOVE "the expiry must be a date as CCYYMMDD"
                       TO rc-message
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(
                  FUNCTION NUMVAL(rc-expires-text)) NOT = 0
                  OR FUNCTION TRIM(rc-expires-text)
                     < FUNCTION CURRENT-DATE(1:8)
                   MOVE "the expiry must be a real date, today or "
                       & "later" TO rc-message
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           OPEN I-O apikeys-file.
           IF apikeys-file-status = "35"
               OPEN OUTPUT apikeys-file
           MOVE "Y" TO AK-ENABLED.
           MOVE FUNCTION CURRENT-DATE TO AK-CREATED.
           MOVE 0 TO AK-USED.
           MOVE FUNCTION TRIM(rc-expires-text) TO AK-EXPIRES.
           WRITE apikey-record
               INVALID KEY
                   MOVE "that key already exists" TO rc-message
                   STRING "owner=" DELIMITED BY SIZE
                          FUNCTION TRIM(rc-owner-text)
                              DELIMITED BY SIZE
                          " expires=" DELIMITED BY SIZE
                          AK-EXPIRES DELIMITED BY SIZE
                       INTO rc-detail
                   END-STRING
                   PERFORM log-ref-change
           END-READ.
           CLOSE apikeys-file.

      *****************************************************************
      *** Rotation: the replacement is issued alongside the old     ***
      *** key with the same owner and scopes, and the old key's     ***
      *** expiry is pulled in to the end of the overlap window -    ***
      *** never pushed out - so both work until the partner has     ***
      *** switched. Same rules as the rotateapikey batch job.       ***
      *****************************************************************
       do-apikey-rotate.

           CALL "getparam" USING the-values "key" rc-key-text
               END-CALL.
           CALL "getparam" USING the-values "newkey" rc-newkey-text
               END-CALL.

           MOVE 0 TO rc-comma-count.
           INSPECT rc-newkey-text TALLYING rc-comma-count
               FOR ALL ",".
           IF FUNCTION TRIM(rc-newkey-text) = SPACES
              OR FUNCTION LENGTH(FUNCTION TRIM(rc-newkey-text)) > 40
              OR rc-comma-count > 0
              OR rc-newkey-text = rc-key-text
               MOVE "the new key must be 1-40 characters, no commas, "
                   & "and differ from the old one" TO rc-message
               EXIT PARAGRAPH
           END-IF.

           PERFORM work-out-key-dates.
           COMPUTE rc-date-8 = FUNCTION DATE-OF-INTEGER(
               rc-today-int + rc-overlap-days).
           MOVE rc-date-8 TO rc-overlap-end.

           OPEN I-O apikeys-file.
           IF apikeys-file-status NOT = "00"
               MOVE "the key dataset could not be opened"
                   TO rc-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(rc-newkey-text) TO AK-KEY.
           READ apikeys-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "the new key is already issued" TO rc-message
                   CLOSE apikeys-file
                   EXIT PARAGRAPH
           END-READ.

           MOVE FUNCTION TRIM(rc-key-text) TO AK-KEY.
           READ apikeys-file
               INVALID KEY
                   MOVE "no key on file under that value"
                       TO rc-message
                   CLOSE apikeys-file
                   EXIT PARAGRAPH
           END-READ.

           IF AK-ENABLED NOT = "Y"
              OR AK-SUCCESSOR NOT = SPACES
              OR (AK-EXPIRES NOT = SPACES
                  AND AK-EXPIRES < FUNCTION CURRENT-DATE(1:8))
               MOVE "only a live key that hasn't been rotated yet can "
                   & "be rotated" TO rc-message
               CLOSE apikeys-file
               EXIT PARAGRAPH
           END-IF.

           IF AK-EXPIRES = SPACES OR AK-EXPIRES > rc-overlap-end
               MOVE rc-overlap-end TO AK-EXPIRES
           END-IF.
           MOVE FUNCTION TRIM(rc-newkey-text) TO AK-SUCCESSOR.
           MOVE AK-OWNER  TO rc-old-owner.
           MOVE AK-SCOPES TO rc-old-scopes.
           MOVE AK-EXPIRES TO rc-overlap-end.
           REWRITE apikey-record
               INVALID KEY
                   MOVE "the key could not be updated" TO rc-message
                   CLOSE apikeys-file
                   EXIT PARAGRAPH
           END-REWRITE.

           MOVE SPACES TO apikey-record.
           MOVE FUNCTION TRIM(rc-newkey-text) TO AK-KEY.
           MOVE rc-old-owner  TO AK-OWNER.
           MOVE rc-old-scopes TO AK-SCOPES.
           MOVE "Y" TO AK-ENABLED.
           MOVE FUNCTION CURRENT-DATE TO AK-CREATED.
           MOVE 0 TO AK-USED.
           COMPUTE rc-date-8 = FUNCTION DATE-OF-INTEGER(
               rc-today-int + rc-key-days).
           MOVE rc-date-8 TO AK-EXPIRES.
           WRITE apikey-record
               INVALID KEY
                   MOVE "the old key was shortened but the new key "
                       & "could not be written - add it by hand"
                       TO rc-message
               NOT INVALID KEY
                   MOVE SPACES TO rc-message
                   STRING "api key rotated - the old key works until "
                              DELIMITED BY SIZE
                          rc-overlap-end DELIMITED BY SIZE
                       INTO rc-message
                   END-STRING
           END-WRITE.
           CLOSE apikeys-file.

           MOVE SPACES TO rc-detail.
           STRING "owner=" DELIMITED BY SIZE
                  FUNCTION TRIM(rc-old-owner) DELIMITED BY SIZE
                  " old-expires=" DELIMITED BY SIZE
                  rc-overlap-end DELIMITED BY SIZE
                  " new-expires=" DELIMITED BY SIZE
                  rc-date-8 DELIMITED BY SIZE
               INTO rc-detail
           END-STRING.
           PERFORM log-ref-change.

       work-out-key-dates.

           MOVE "APIKEYDAYS" TO rc-cfg-key.
           MOVE 365 TO rc-cfg-default.
           CALL "getconfig" USING rc-cfg-key rc-cfg-default
               rc-cfg-result END-CALL.
           MOVE 365 TO rc-key-days.
           IF rc-cfg-result > 0 AND rc-cfg-result < 100000
               MOVE rc-cfg-result TO rc-key-days
           END-IF.

           MOVE "APIKEYOVERLAP" TO rc-cfg-key.
           MOVE 14 TO rc-cfg-default.
           CALL "getconfig" USING rc-cfg-key rc-cfg-default
               rc-cfg-result END-CALL.
           MOVE 14 TO rc-overlap-days.
           IF rc-cfg-result < 100000
               MOVE rc-cfg-result TO rc-overlap-days
           END-IF.

           COMPUTE rc-today-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).

      *****************************************************************
      *** Webhook subscriptions: edited in place on the indexed    ***
      *** store sendwebhook reads.                                 ***
           END-STRING.
           PERFORM log-ref-change.

      *****************************************************************
      *** Postcodes: edited in place on data/postcodes.dat - a new  ***
      *** postcode the authority has published since the last       ***
      *** load, or a city spelling put right. The loader stays for  ***
      *** the full reload.                                          ***
      *****************************************************************
       do-pc-set.

           CALL "getparam" USING the-values "postcode"
               rc-postcode-text END-CALL.
           CALL "getparam" USING the-values "city" rc-city-text
               END-CALL.

           IF FUNCTION TRIM(rc-postcode-text) = SPACES
              OR FUNCTION TRIM(rc-city-text) = SPACES
               MOVE "a postcode and its city are required"
                   TO rc-message
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(rc-postcode-text)) > 10
              OR FUNCTION LENGTH(FUNCTION TRIM(rc-city-text)) > 30
               MOVE "postcode is at most 10 characters, city 30"
                   TO rc-message
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O postcodes-file.
           IF postcodes-file-status = "35"
               OPEN OUTPUT postcodes-file
               CLOSE postcodes-file
               OPEN I-O postcodes-file
           END-IF.
           IF postcodes-file-status NOT = "00"
               MOVE "the postcode dataset could not be opened"
                   TO rc-message
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO postcode-record.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(rc-postcode-text))
               TO PC-CODE.
           MOVE FUNCTION TRIM(rc-city-text) TO PC-CITY.
           MOVE FUNCTION CURRENT-DATE TO PC-CHANGED.
           MOVE SESS-USER OF the-session TO PC-CHANGED-BY.
           WRITE postcode-record
               INVALID KEY
                   REWRITE postcode-record
                       INVALID KEY
                           MOVE "the postcode could not be saved"
                               TO rc-message
                   END-REWRITE
           END-WRITE.
           CLOSE postcodes-file.

           IF rc-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "postcode saved" TO rc-message.
           MOVE SPACES TO rc-detail.
           STRING FUNCTION TRIM(PC-CODE) DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  FUNCTION TRIM(PC-CITY) DELIMITED BY SIZE
               INTO rc-detail
           END-STRING.
           PERFORM log-ref-change.

       do-pc-remove.

           CALL "getparam" USING the-values "postcode"
               rc-postcode-text END-CALL.

           IF FUNCTION TRIM(rc-postcode-text) = SPACES
               MOVE "a postcode is required" TO rc-message
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O postcodes-file.
           IF postcodes-file-status NOT = "00"
               MOVE "the postcode dataset could not be opened"
                   TO rc-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(rc-postcode-text))
               TO PC-CODE.
           READ postcodes-file
               INVALID KEY
                   MOVE "no such postcode on file" TO rc-message
               NOT INVALID KEY
                   DELETE postcodes-file RECORD
                       INVALID KEY
                           MOVE "the postcode could not be removed"
                               TO rc-message
                   END-DELETE
           END-READ.
           CLOSE postcodes-file.

           IF rc-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "postcode removed" TO rc-message.
           MOVE SPACES TO rc-detail.
           STRING FUNCTION TRIM(PC-CODE) DELIMITED BY SIZE
                  "|"                    DELIMITED BY SIZE
                  FUNCTION TRIM(PC-CITY) DELIMITED BY SIZE
               INTO rc-detail
           END-STRING.
           PERFORM log-ref-change.

      *****************************************************************
      *** Whole-file read and write for the text lists.            ***
      *****************************************************************
           PERFORM show-one-list.
           MOVE "msgcount" TO COW-varname(283).
           MOVE FUNCTION TRIM(rc-count-disp) TO COW-varvalue(283).
           PERFORM show-postcodes.

      *** Too many postcodes to list, so a slice of ten from the    ***
      *** one the "pcfrom" field names (the start of the file when  ***
      *** it is blank).                                             ***
       show-postcodes.

           CALL "getparam" USING the-values "pcfrom" rc-pcfrom-text
               END-CALL.
           MOVE 0 TO rc-shown.
           OPEN INPUT postcodes-file.
           IF postcodes-file-status = "00"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(rc-pcfrom-text))
                   TO PC-CODE
               START postcodes-file KEY NOT < PC-CODE
                   INVALID KEY MOVE "10" TO postcodes-file-status
               END-START
               IF postcodes-file-status = "00"
                   READ postcodes-file NEXT RECORD
                       AT END MOVE "10" TO postcodes-file-status
                   END-READ
               END-IF
               PERFORM UNTIL postcodes-file-status NOT = "00"
                   OR rc-shown >= 10
                   PERFORM add-postcode-to-vars
                   ADD 1 TO rc-shown
                   READ postcodes-file NEXT RECORD
                       AT END MOVE "10" TO postcodes-file-status
                   END-READ
               END-PERFORM
               CLOSE postcodes-file
           END-IF.

           MOVE rc-shown TO rc-count-disp.
           MOVE "pccount" TO COW-varname(286).
           MOVE FUNCTION TRIM(rc-count-disp) TO COW-varvalue(286).
           MOVE "pcfrom" TO COW-varname(287).
           MOVE FUNCTION TRIM(rc-pcfrom-text) TO COW-varvalue(287).

       add-postcode-to-vars.

           MOVE rc-shown TO rc-shown-disp.

           COMPUTE rc-var-ctr = (rc-shown * 2) + 190.
           MOVE FUNCTION TRIM(PC-CODE) TO COW-varvalue(rc-var-ctr).
           STRING "pc" DELIMITED BY SIZE
                  FUNCTION TRIM(rc-shown-disp) DELIMITED BY SIZE
                  "code" DELIMITED BY SIZE
               INTO COW-varname(rc-var-ctr).

           ADD 1 TO rc-var-ctr.
           MOVE FUNCTION TRIM(PC-CITY) TO COW-varvalue(rc-var-ctr).
           STRING "pc" DELIMITED BY SIZE
                  FUNCTION TRIM(rc-shown-disp) DELIMITED BY SIZE
                  "city" DELIMITED BY SIZE
               INTO COW-varname(rc-var-ctr).

       show-apikeys.


           MOVE rc-shown TO rc-shown-disp.

           COMPUTE rc-var-ctr = (rc-shown * 5) + 1.
           MOVE SPACES TO COW-varvalue(rc-var-ctr).
           STRING AK-KEY(1:6) "..." DELIMITED BY SIZE
               INTO COW-varvalue(rc-var-ctr)
                  "enabled" DELIMITED BY SIZE
               INTO COW-varname(rc-var-ctr).

           ADD 1 TO rc-var-ctr.
           MOVE SPACES TO COW-varvalue(rc-var-ctr).
           IF AK-EXPIRES = SPACES
               MOVE "never" TO COW-varvalue(rc-var-ctr)
           ELSE
               MOVE AK-EXPIRES TO COW-varvalue(rc-var-ctr)
           END-IF.
           IF AK-SUCCESSOR NOT = SPACES
               STRING AK-EXPIRES " (replaced)" DELIMITED BY SIZE
                   INTO COW-varvalue(rc-var-ctr)
               END-STRING
           END-IF.
           STRING "key" DELIMITED BY SIZE
                  FUNCTION TRIM(rc-shown-disp) DELIMITED BY SIZE
                  "expires" DELIMITED BY SIZE
               INTO COW-varname(rc-var-ctr).

       show-subs.

           MOVE 0 TO rc-shown.
