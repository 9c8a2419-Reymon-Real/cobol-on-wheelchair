      *** UPDATE:  API key check for routes flagged RT-APIKEY       ***
      *** UPDATE:  a key's scope list is checked against the        ***
      ***          matched route pattern                            ***
      *** UPDATE:  a key past its expiry date comes back "E"        ***
      *** UPDATE:  calls are counted per key, route and day on the  ***
      ***          usage ledger instead of AK-USED                  ***
      *****************************************************************
      *** Answers whether the presented X-Api-Key header value      ***
      *** names an enabled key in data/apikeys.dat, for cow.cbl's   ***
      *** dispatch loop. A hit is also counted on the usage ledger  ***
      *** (usagefld.cbl) against the key, the route pattern and the ***
      *** day - what the usage report and the month-end billing run ***
      *** read. Only calls let through are counted; a key refused   ***
      *** for scope or expiry never reaches the ledger. The key's   ***
      *** own AK-USED counter is no longer bumped. Missing header,  ***
      *** unknown key, disabled key or unreadable dataset all come  ***
      *** back "N" - fails closed like the allowlist and role       ***
      *** checks.                                                   ***
      *** A real, enabled key whose AK-SCOPES list doesn't carry    ***
      *** the matched route pattern comes back "S" instead: the     ***
      *** caller is authenticated but not authorized here, and the  ***
      *** dispatcher answers 403 rather than 401. Spaces or "*" in  ***
      *** the scope list means every route, so keys issued before   ***
      *** scopes existed keep working.                               ***
      *** An enabled key past its AK-EXPIRES day comes back "E":    ***
      *** the dispatcher still answers 401, but says the key has    ***
      *** expired, so a partner knows to switch to the replacement  ***
      *** rather than chase a typo.                                 ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "apikeydef.cbl".
           COPY "usagedef.cbl".

       DATA DIVISION.
       FILE SECTION.
       01 apikey-record.
           COPY "apikeyfld.cbl".

       FD apiusage-file.
       01 apiusage-record.
           COPY "usagefld.cbl".

       WORKING-STORAGE SECTION.
       77 apikeys-file-status PIC X(2).
       77 apiusage-file-status PIC X(2).

       77 scope-ok     PIC X(01).
       77 scope-ptr    PIC 9(4) USAGE COMP-5.
       77 scope-token  PIC X(200).
       77 wanted-pattern PIC X(255).
       77 today-date   PIC X(8).

       LINKAGE SECTION.
       77 ak-presented PIC X(40).
               GOBACK
           END-IF.

           OPEN INPUT apikeys-file.
           IF apikeys-file-status = "00"
               MOVE FUNCTION TRIM(ak-presented) TO AK-KEY
               READ apikeys-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AK-ENABLED = "Y"
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO today-date
                           IF AK-EXPIRES NOT = SPACES
                              AND AK-EXPIRES < today-date
                               MOVE "E" TO ak-result
                           ELSE
                               PERFORM check-key-scopes
                               MOVE scope-ok TO ak-result
                               IF ak-result = "Y"
                                   PERFORM count-key-usage
                               END-IF
                           END-IF
                       END-IF
               END-READ
               CLOSE apikeys-file
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *** One more call on today's ledger line for this key and     ***
      *** route, starting the line on the day's first call. A       ***
      *** ledger that can't be opened never turns the caller away - ***
      *** the call is answered and simply goes uncounted.           ***
      *****************************************************************
       count-key-usage.

           OPEN I-O apiusage-file.
           IF apiusage-file-status = "35"
               OPEN OUTPUT apiusage-file
               CLOSE apiusage-file
               OPEN I-O apiusage-file
           END-IF.
           IF apiusage-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE AK-KEY TO UG-API-KEY.
           MOVE today-date TO UG-DATE.
           MOVE FUNCTION TRIM(ak-pattern) TO UG-ROUTE.
           READ apiusage-file
               INVALID KEY
                   MOVE AK-OWNER TO UG-OWNER
                   MOVE 1 TO UG-CALLS
                   MOVE 0 TO UG-BILLED-CALLS
                   MOVE SPACES TO UG-LAST-BILLED
                   WRITE apiusage-record
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO UG-CALLS
                   REWRITE apiusage-record
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.

           CLOSE apiusage-file.
