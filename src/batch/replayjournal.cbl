      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  roll-forward recovery off the master journal    ***
      *** UPDATE:  a customer image still in clear is sealed before ***
      ***          it is applied                                    ***
      *****************************************************************
      *** Recovery job, run after restoredata has put last night's ***
      *** backup in place: replays data/journal.log onto the        ***

       WORKING-STORAGE SECTION.
       77 customers-file-status PIC X(2).
       77 seal-result           PIC X(01).
       77 orders-file-status    PIC X(2).
       77 users-file-status     PIC X(2).
       77 journal-file-status   PIC X(2).
               END-READ
           ELSE
               MOVE JRN-AFTER TO customer-record
      *** An image journalled before sealing began goes back on     ***
      *** sealed; a sealed one is written exactly as journalled.    ***
               CALL "custcrypt" USING "S" customer-record seal-result
                   END-CALL
               WRITE customer-record
                   INVALID KEY
                       REWRITE customer-record
