      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly denormalized extract for the analytics  ***
      ***          team                                             ***
      *** UPDATE:  each record is opened before it is extracted     ***
      *****************************************************************
      *** Nightly batch step: one flat pipe-delimited file          ***
      *** (data/analytics.txt) joining the five differently keyed   ***

       WORKING-STORAGE SECTION.
       77 customers-file-status  PIC X(2).
       77 open-result            PIC X(01).
       77 users-file-status      PIC X(2).
       77 savedcalcs-file-status PIC X(2).
       77 audit-file-status      PIC X(2).

       write-one-detail.

           CALL "custcrypt" USING "O" customer-record open-result
               END-CALL.

           MOVE "N" TO ax-found.
           MOVE 0 TO ax-hit.
           PERFORM VARYING ax-ctr FROM 1 BY 1
