      *** UPDATE:  the /metrics counters are bumped here at write   ***
      ***          time, so scrapes stop rescanning the whole log   ***
      *** UPDATE:  the session's logged-in user rides on each entry ***
      *** UPDATE:  every entry is chained to the one before it      ***
      *****************************************************************
      *** Appends one line to data/audit.log per dispatch: the path  ***
      *** requested, the pattern it matched (or "NONE"), the         ***
       77 remote-addr-env   PIC X(45).
       77 bump-pattern      PIC X(255).

      *** The entry's link in the tamper-evident chain: the digest  ***
      *** of the entry before it, the entry itself, its digest.     ***
       77 chain-prev-hash   PIC X(16).
       77 chain-seq         PIC X(10).
       77 chain-entry       PIC X(1400).
       77 chain-new-hash    PIC X(16).
       77 chain-written     PIC X(01).

       78 OPEN-RETRY-MAX VALUE 3.
       77 open-try-ctr PIC 9(4) USAGE COMP-5.

           ACCEPT remote-addr-env FROM ENVIRONMENT "REMOTE_ADDR"
           END-ACCEPT.

      *** The chain head is held from here until the entry is on    ***
      *** the file, so concurrent dispatches chain in file order.   ***
           CALL "chainlink" USING "LINK" "audit     "
               chain-prev-hash chain-seq END-CALL.

           OPEN EXTEND audit-file.
           IF audit-file-status NOT = "00"
               OPEN OUTPUT audit-file
           INSPECT TRACE-ID REPLACING ALL LOW-VALUE BY SPACE.
           MOVE TRACE-ID TO AUD-TRACE-ID.
           MOVE la-user  TO AUD-USER.
           MOVE SPACES   TO AUD-CHAIN.

           IF chain-prev-hash NOT = SPACES
               MOVE audit-record TO chain-entry
               CALL "chainhash" USING chain-prev-hash chain-entry
                   chain-new-hash END-CALL
               MOVE chain-new-hash TO AUD-CHAIN
           END-IF.

           MOVE "N" TO chain-written.
           WRITE audit-record.
           IF audit-file-status = "00"
               MOVE "Y" TO chain-written
           END-IF.

           CLOSE audit-file.

           IF chain-written = "Y" AND chain-prev-hash NOT = SPACES
               MOVE SPACES TO chain-seq
               CALL "chainlink" USING "SAVE" "audit     "
                   chain-new-hash chain-seq END-CALL
           ELSE
               CALL "chainlink" USING "DROP" "audit     "
                   chain-prev-hash chain-seq END-CALL
           END-IF.

           PERFORM bump-metric-counters.

           GOBACK.
