      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  before/after history for customer-master edits  ***
      *** UPDATE:  every change is chained to the one before it     ***
      *** UPDATE:  before/after images are sealed before they are   ***
      ***          filed                                            ***
      *****************************************************************
      *** Files one change record in data/custhist.dat per         ***
      *** customer-master write, with the record's before and      ***
       77 ch-new-key      PIC 9(10).
       77 ch-new-key-disp PIC Z(9)9.

      *** The change's link in the tamper-evident chain: the digest ***
      *** of the change before it, the record itself, its digest.   ***
       77 chain-prev-hash   PIC X(16).
       77 chain-seq         PIC X(10).
       77 chain-entry       PIC X(1400).
       77 chain-new-hash    PIC X(16).
       77 chain-written     PIC X(01).

      *** Images are sealed on their way in, the same as the        ***
      *** journal's - the history never holds personal fields in    ***
      *** clear.                                                    ***
       01 ch-cust-image.
           COPY "custfld.cbl"
              REPLACING LEADING ==CUST== BY ==HC==.
       77 ch-seal-result PIC X(01).

       LINKAGE SECTION.
       77 cc-cust-id PIC X(10).
       77 cc-action  PIC X(10).
               GOBACK
           END-IF.

      *** The chain head is held until the change is filed, so two  ***
      *** writers can't both chain onto the same change.            ***
           CALL "chainlink" USING "LINK" "custhist  "
               chain-prev-hash chain-seq END-CALL.

           MOVE ch-new-key TO ch-new-key-disp.
           MOVE SPACES TO custhist-record.
           MOVE FUNCTION TRIM(ch-new-key-disp) TO CH-SEQ.
           MOVE cc-user    TO CH-USER.
           MOVE cc-before  TO CH-BEFORE.
           MOVE cc-after   TO CH-AFTER.
           MOVE SPACES     TO CH-CHAIN.
           PERFORM seal-change-images.

           IF chain-prev-hash NOT = SPACES
               MOVE chain-seq TO CH-PREV-SEQ
               MOVE custhist-record TO chain-entry
               CALL "chainhash" USING chain-prev-hash chain-entry
                   chain-new-hash END-CALL
               MOVE chain-new-hash TO CH-CHAIN
           END-IF.

           MOVE "N" TO chain-written.
           WRITE custhist-record
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO chain-written
                   MOVE CH-SEQ TO chain-seq
           END-WRITE.

           CLOSE custhist-file.

           IF chain-written = "Y" AND chain-prev-hash NOT = SPACES
               CALL "chainlink" USING "SAVE" "custhist  "
                   chain-new-hash chain-seq END-CALL
           ELSE
               CALL "chainlink" USING "DROP" "custhist  "
                   chain-prev-hash chain-seq END-CALL
           END-IF.

           GOBACK.

       seal-change-images.

           IF cc-before NOT = SPACES
               MOVE cc-before TO ch-cust-image
               CALL "custcrypt" USING "S" ch-cust-image ch-seal-result
                   END-CALL
               MOVE ch-cust-image TO CH-BEFORE
           END-IF.

           IF cc-after NOT = SPACES
               MOVE cc-after TO ch-cust-image
               CALL "custcrypt" USING "S" ch-cust-image ch-seal-result
                   END-CALL
               MOVE ch-cust-image TO CH-AFTER
           END-IF.
