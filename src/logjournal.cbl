      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  before/after journaling for the indexed masters ***
      *** UPDATE:  every entry is chained to the one before it      ***
      *** UPDATE:  customer images are sealed before they are       ***
      ***          journalled                                       ***
      *****************************************************************
      *** Appends one entry to data/journal.log per master write:  ***
      *** dataset name, action, key, the record as it was and as   ***
      *** fails the caller's own write - but it is the recovery    ***
      *** story, so the rotate/backup jobs treat the file with the ***
      *** same care as the masters.                                 ***
      *** A customers image is sealed (custcrypt) before it is      ***
      *** written, so a customer's personal fields never reach the  ***
      *** journal in clear.                                         ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       77 journal-file-status PIC X(2).
       77 jl-new-key PIC 9(10).
       77 jl-seq-disp PIC Z(9)9.

      *** The entry's link in the tamper-evident chain: the digest  ***
      *** of the entry before it, the entry itself, its digest.     ***
       77 chain-prev-hash   PIC X(16).
       77 chain-seq         PIC X(10).
       77 chain-entry       PIC X(1400).
       77 chain-new-hash    PIC X(16).
       77 chain-written     PIC X(01).

      *** A customer image is sealed on its way in, so the journal  ***
      *** never holds a customer's personal fields in clear.        ***
       01 jl-cust-image.
           COPY "custfld.cbl"
              REPLACING LEADING ==CUST== BY ==JC==.
       77 jl-seal-result PIC X(01).

       LINKAGE SECTION.
       77 jl-dataset PIC X(20).
               GOBACK
           END-IF.

      *** The chain head is held from here until the entry is on    ***
      *** the file, so concurrent writers chain in file order.      ***
           CALL "chainlink" USING "LINK" "journal   "
               chain-prev-hash chain-seq END-CALL.

           OPEN EXTEND journal-file.
           IF journal-file-status NOT = "00"
               OPEN OUTPUT journal-file
           MOVE jl-key     TO JRN-KEY.
           MOVE jl-before  TO JRN-BEFORE.
           MOVE jl-after   TO JRN-AFTER.
           MOVE SPACES     TO JRN-CHAIN.

           IF jl-dataset = "customers"
               PERFORM seal-customer-images
           END-IF.

           IF chain-prev-hash NOT = SPACES
               MOVE journal-record TO chain-entry
               CALL "chainhash" USING chain-prev-hash chain-entry
                   chain-new-hash END-CALL
               MOVE chain-new-hash TO JRN-CHAIN
           END-IF.

           MOVE "N" TO chain-written.
           WRITE journal-record.
           IF journal-file-status = "00"
               MOVE "Y" TO chain-written
           END-IF.

           CLOSE journal-file.

           IF chain-written = "Y" AND chain-prev-hash NOT = SPACES
               MOVE jl-new-key TO jl-seq-disp
               MOVE FUNCTION TRIM(jl-seq-disp) TO chain-seq
               CALL "chainlink" USING "SAVE" "journal   "
                   chain-new-hash chain-seq END-CALL
           ELSE
               CALL "chainlink" USING "DROP" "journal   "
                   chain-prev-hash chain-seq END-CALL
           END-IF.

           GOBACK.

      *****************************************************************
      *** Each non-empty image through custcrypt: an image the      ***
      *** caller had opened (or an old clear one) goes on sealed,   ***
      *** one already sealed goes on exactly as it came.            ***
      *****************************************************************
       seal-customer-images.

           IF jl-before NOT = SPACES
               MOVE jl-before TO jl-cust-image
               CALL "custcrypt" USING "S" jl-cust-image jl-seal-result
                   END-CALL
               MOVE jl-cust-image TO JRN-BEFORE
           END-IF.

           IF jl-after NOT = SPACES
               MOVE jl-after TO jl-cust-image
               CALL "custcrypt" USING "S" jl-cust-image jl-seal-result
                   END-CALL
               MOVE jl-cust-image TO JRN-AFTER
           END-IF.
