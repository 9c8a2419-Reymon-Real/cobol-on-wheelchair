      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  review screen for the dispatch deny list        ***
      *** UPDATE:  a manual addition goes to the security event     ***
      ***          feed                                             ***
      *****************************************************************
      *** /admin/denylist: the entries the probe scanner (or an    ***
      *** admin) put on data/denylist.dat, with manual add, an     ***
       77 dn-var-ctr    PIC 9(4) USAGE COMP-5.
       77 dn-count-disp PIC Z(3)9.

       01 security-event.
           COPY "secevtfld.cbl".

       01 the-vars.
           COPY "cowvars.cbl".

                       TO dn-message
               NOT INVALID KEY
                   MOVE "address denied" TO dn-message
                   PERFORM log-deny-added
           END-WRITE.
           CLOSE denylist-file.

      *** Every addition goes to the security event feed.           ***
       log-deny-added.

           MOVE SPACES TO security-event.
           MOVE "deny.added" TO SEC-EVENT.
           MOVE SESS-USER OF the-session TO SEC-USER.
           MOVE DENY-ADDR TO SEC-TARGET.
           MOVE DENY-REASON TO SEC-DETAIL.
           CALL "logsecevent" USING security-event END-CALL.

      *** Expire-now leaves the record as the story of what       ***
      *** happened; remove deletes it outright.                    ***
       do-expire-entry.
