      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  whole rebuild of the phonetic index             ***
      *** UPDATE:  names are opened to be coded and only the code   ***
      ***          is indexed                                       ***
      *****************************************************************
      *** Batch job: rebuilds data/phonidx.dat from the customer   ***
      *** master - run once to backfill the index behind records   ***
      *** that predate it, or any time the index is suspected of   ***
      *** drifting. Day-to-day the writers keep it in step through ***
      *** updatephonidx.                                            ***
      *** Each record is opened (custcrypt) to code its name; the   ***
      *** index keeps the code and the CUST-ID only, never the name ***
      *** itself. A record the current keys can't open is left out. ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       77 customers-file-status PIC X(2).
       77 phonidx-file-status   PIC X(2).
       77 cfs-failed            PIC X(01).
       77 open-result           PIC X(01).

       77 built-count PIC 9(7) USAGE COMP-5 VALUE 0.
       77 name-code   PIC X(4).
               AT END MOVE "10" TO customers-file-status
           END-READ.
           PERFORM UNTIL customers-file-status NOT = "00"
               CALL "custcrypt" USING "O" customer-record open-result
                   END-CALL
               IF CUST-STATUS NOT = "I" AND open-result = "Y"
                  AND FUNCTION TRIM(CUST-NAME) NOT = SPACES
                   CALL "soundslike" USING CUST-NAME name-code
                       END-CALL
                   MOVE SPACES TO phonidx-record
                   MOVE name-code TO PHX-CODE
                   MOVE CUST-ID   TO PHX-CUST-ID
                   WRITE phonidx-record
                       INVALID KEY CONTINUE
                   END-WRITE
