      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly probe-signature scan feeding the deny   ***
      ***          list                                            ***
      *** UPDATE:  every address denied goes to the security event  ***
      ***          feed                                             ***
      *****************************************************************
      *** Nightly batch step: walks today's audit entries tallying ***
      *** per remote address the requests that matched nothing     ***
       77 exp-date-int PIC 9(8) USAGE COMP-5.
       77 exp-date-8   PIC 9(8).

       01 security-event.
           COPY "secevtfld.cbl".

       PROCEDURE DIVISION.

       start-scanprobes.
               INVALID KEY
                   REWRITE denylist-record
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO denied-count
                           PERFORM log-deny-added
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO denied-count
                   PERFORM log-deny-added
           END-WRITE.
           CLOSE denylist-file.

      *** Every addition goes to the security event feed.           ***
       log-deny-added.

           MOVE SPACES TO security-event.
           MOVE "deny.added" TO SEC-EVENT.
           MOVE "scanner" TO SEC-USER.
           MOVE DENY-ADDR TO SEC-TARGET.
           STRING FUNCTION TRIM(DENY-REASON) DELIMITED BY SIZE
                  ", until "                 DELIMITED BY SIZE
                  exp-date-8                 DELIMITED BY SIZE
               INTO SEC-DETAIL
           END-STRING.
           CALL "logsecevent" USING security-event END-CALL.
