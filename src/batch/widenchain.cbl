      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  one-time widening of the customer change history ***
      ***          for the chain fields                             ***
      *****************************************************************
      *** Batch job, run once at rollout before logcustchange files ***
      *** its first chained change - the widenmasters shape:        ***
      *** custhist.dat gains CH-PREV-SEQ and CH-CHAIN, both spaces  ***
      *** on every change already on file, which verifychain reads  ***
      *** as filed before the chain began. The audit trail and the  ***
      *** journal are line sequential and need no conversion - an   ***
      *** old line simply reads with its digest blank. The new file ***
      *** only swaps into place once every old record was written   ***
      *** out cleanly; a history that doesn't exist yet is skipped. ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. widenchain.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-custhist-file
               ASSIGN TO "data/custhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CH-SEQ
               FILE STATUS IS old-custhist-status.

           SELECT new-custhist-file
               ASSIGN TO "data/custhist.new"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-SEQ
               FILE STATUS IS new-custhist-status.

       DATA DIVISION.

       FILE SECTION.
      *** The layout as it was before the widening - kept inline    ***
      *** the way widenmasters keeps its old layouts.               ***
       FD old-custhist-file.
       01 old-custhist-record.
           05 OLD-CH-SEQ     PIC X(10).
           05 OLD-CH-CUST-ID PIC X(10).
           05 OLD-CH-ACTION  PIC X(10).
           05 OLD-CH-WHEN    PIC X(21).
           05 OLD-CH-USER    PIC X(30).
           05 OLD-CH-BEFORE  PIC X(600).
           05 OLD-CH-AFTER   PIC X(600).

       FD new-custhist-file.
       01 custhist-record.
           COPY "chistfld.cbl".

       WORKING-STORAGE SECTION.
       77 old-custhist-status PIC X(2).
       77 new-custhist-status PIC X(2).
       77 cfs-failed          PIC X(01).

       77 converted-count PIC 9(7) USAGE COMP-5.
       77 write-failed    PIC X(01).
       77 swap-command    PIC X(80).

       PROCEDURE DIVISION.

       start-widenchain.

           MOVE 0 TO converted-count.
           MOVE "N" TO write-failed.

           OPEN INPUT old-custhist-file.
           IF old-custhist-status NOT = "00"
               DISPLAY "  custhist.dat not present, skipped."
               DISPLAY "widenchain: done."
               GOBACK
           END-IF.

           OPEN OUTPUT new-custhist-file.
           CALL 'checkfilestatus' USING "data/custhist.new"
               new-custhist-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           READ old-custhist-file NEXT RECORD
               AT END MOVE "10" TO old-custhist-status
           END-READ.
           PERFORM UNTIL old-custhist-status NOT = "00"
               MOVE SPACES TO custhist-record
               MOVE OLD-CH-SEQ     TO CH-SEQ
               MOVE OLD-CH-CUST-ID TO CH-CUST-ID
               MOVE OLD-CH-ACTION  TO CH-ACTION
               MOVE OLD-CH-WHEN    TO CH-WHEN
               MOVE OLD-CH-USER    TO CH-USER
               MOVE OLD-CH-BEFORE  TO CH-BEFORE
               MOVE OLD-CH-AFTER   TO CH-AFTER
               WRITE custhist-record
                   INVALID KEY MOVE "Y" TO write-failed
               END-WRITE
               IF new-custhist-status = "00"
                   ADD 1 TO converted-count
               ELSE
                   MOVE "Y" TO write-failed
               END-IF
               READ old-custhist-file NEXT RECORD
                   AT END MOVE "10" TO old-custhist-status
               END-READ
           END-PERFORM.

           CLOSE old-custhist-file.
           CLOSE new-custhist-file.

      *** The swap only happens when every old record was written   ***
      *** out cleanly - a short conversion leaves the live dataset  ***
      *** alone and the .new file behind for inspection.            ***
           IF write-failed = "Y"
               DISPLAY "  custhist.dat NOT swapped - one or more "
                   "records failed to convert (data/custhist.new "
                   "kept for inspection)."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "mv data/custhist.new data/custhist.dat"
                   TO swap-command
               CALL "SYSTEM" USING swap-command END-CALL
               MOVE 0 TO RETURN-CODE
               DISPLAY "  custhist.dat widened, "
                   converted-count " record(s)."
           END-IF.

           DISPLAY "widenchain: done.".

           GOBACK.
