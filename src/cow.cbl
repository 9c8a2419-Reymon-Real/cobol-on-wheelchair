      ***          keep answering                                        ***
      *** UPDATE:  addresses on the maintained deny list are turned      ***
      ***          away up front - checkallowlist in reverse              ***
      *** UPDATE:  an expired API key gets a JSON 401 that says it  ***
      ***          has expired                                      ***
      *** UPDATE:  a refused API key goes to the security event     ***
      ***          feed, masked                                     ***
      *** UPDATE:  a company-restricted staff role only reaches the ***
      ***          screens that filter by company                   ***
      **************************************

       IDENTIFICATION DIVISION.
       77 role-check-result PIC X(01) VALUE "N".
       77 role-denied       PIC X VALUE "n".

      *** A staff role other than admin (checkrole answers "S") is  ***
      *** held to its trading companies, so it only reaches the     ***
      *** admin screens that list and act by company - every other  ***
      *** admin route refuses it. A screen joins this list once it  ***
      *** filters by checkcompany throughout.                       ***
       78 company-screen-count VALUE 5.
       01 company-screens-list.
          02 filler PIC X(20) VALUE 'admincustomers'.
          02 filler PIC X(20) VALUE 'adminorders'.
          02 filler PIC X(20) VALUE 'admincredits'.
          02 filler PIC X(20) VALUE 'custcontract'.
          02 filler PIC X(20) VALUE 'custmandate'.
       01 company-screens REDEFINES company-screens-list.
          02 company-screen PIC X(20) OCCURS company-screen-count TIMES.
       77 company-screen-ctr PIC 9(4) USAGE COMP-5.
       77 company-screen-ok  PIC X(01) VALUE "N".

      *** The X-Api-Key header is checked against the key dataset  ***
      *** whenever the matched route is flagged RT-APIKEY.          ***
       77 presented-api-key PIC X(40) VALUE SPACES.
       77 apikey-result     PIC X(01) VALUE "N".
       77 apikey-denied     PIC X VALUE "n".
       77 apikey-scoped-out PIC X VALUE "n".
       77 apikey-expired    PIC X VALUE "n".

      *** A refused key goes to the security event feed - masked to ***
      *** its first four characters, never the whole key.           ***
       77 apikey-masked     PIC X(10).
       77 apikey-reason     PIC X(40).
       01 security-event.
           COPY "secevtfld.cbl".

      *** An OPTIONS request matches a route whatever RT-METHOD     ***
      *** says, so a CORS preflight can find the POST/PUT entry it  ***
                               SESS-USER OF the-session
                               RT-ROLE(ctr) role-check-result
                           END-CALL
                       IF role-check-result = "S"
                           PERFORM check-company-screen
                           IF company-screen-ok = "Y"
                               MOVE "Y" TO role-check-result
                           END-IF
                       END-IF
                       IF role-check-result NOT = "Y"
                           MOVE "y" TO role-denied
                       END-IF
                           "HTTP_X_API_KEY" END-ACCEPT
                       CALL "checkapikey" USING presented-api-key
                               RT-PATTERN(ctr) apikey-result END-CALL
                       IF apikey-result NOT = "Y"
                           PERFORM log-apikey-refused
                       END-IF
                       IF apikey-result = "S"
                           MOVE "y" TO apikey-scoped-out
                       ELSE
                           IF apikey-result NOT = "Y"
                               MOVE "y" TO apikey-denied
                           END-IF
                           IF apikey-result = "E"
                               MOVE "y" TO apikey-expired
                           END-IF
                       END-IF
                   END-IF

           CALL 'cowtemplate' USING the-error-vars "403.cow"
               the-session END-CALL.

      *****************************************************************
      *** Is the matched route's controller one of the screens a    ***
      *** company-restricted staff role may use? A canary split     ***
      *** must land on one of them too, whichever way it falls.     ***
      *****************************************************************
       check-company-screen.

           MOVE "N" TO company-screen-ok.
           PERFORM VARYING company-screen-ctr FROM 1 BY 1
               UNTIL company-screen-ctr > company-screen-count
               IF FUNCTION TRIM(RT-DESTINY(ctr)) =
                  FUNCTION TRIM(company-screen(company-screen-ctr))
                   MOVE "Y" TO company-screen-ok
               END-IF
           END-PERFORM.

           IF company-screen-ok = "Y"
              AND RT-CANARY-DEST(ctr) NOT = SPACES
               MOVE "N" TO company-screen-ok
               PERFORM VARYING company-screen-ctr FROM 1 BY 1
                   UNTIL company-screen-ctr > company-screen-count
                   IF RT-CANARY-DEST(ctr) =
                      company-screen(company-screen-ctr)
                       MOVE "Y" TO company-screen-ok
                   END-IF
               END-PERFORM
           END-IF.

      *********************************************
      *** Handle a route whose RT-ROLE the caller's logged-in     ***
      *** user doesn't hold (or nobody is logged in at all)       ***
           MOVE "application/json; charset=utf-8"
               TO RH-CONTENT-TYPE.
           CALL "webheader".
           IF apikey-expired = "y"
               DISPLAY '{"error":"this API key has expired - use its re
      -            'placement key"}'
           ELSE
               DISPLAY '{"error":"a valid X-Api-Key header is required"
      -            '}'
           END-IF.

      *********************************************
      *** Handle a real key presented against a route outside its ***
           DISPLAY '{"error":"this API key is not scoped for this rou
      -        'te"}'.

      *********************************************
      *** A key refused at dispatch, to the security event feed:  ***
      *** why, against which route, and which key - by its first  ***
      *** four characters only                                    ***
      *********************************************
       log-apikey-refused.
           MOVE SPACES TO security-event.
           MOVE "apikey.refused" TO SEC-EVENT.
           MOVE RT-PATTERN(ctr) TO SEC-TARGET.
           IF presented-api-key = SPACES
               MOVE "(none)" TO apikey-masked
           ELSE
               MOVE SPACES TO apikey-masked
               STRING presented-api-key(1:4) DELIMITED BY SIZE
                      "..."                  DELIMITED BY SIZE
                   INTO apikey-masked
               END-STRING
           END-IF.
           EVALUATE apikey-result
               WHEN "S"
                   MOVE "key not scoped for this route"
                       TO apikey-reason
               WHEN "E"
                   MOVE "key expired" TO apikey-reason
               WHEN OTHER
                   MOVE "key missing, unknown or disabled"
                       TO apikey-reason
           END-EVALUATE.
           STRING FUNCTION TRIM(apikey-reason) DELIMITED BY SIZE
                  " - key "                 DELIMITED BY SIZE
                  FUNCTION TRIM(apikey-masked) DELIMITED BY SIZE
               INTO SEC-DETAIL
           END-STRING.
           CALL "logsecevent" USING security-event END-CALL.

      *********************************************
      *** Handle a POST whose csrf_token didn't match the session ***
      *********************************************
