      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  one-time widening of the inbound event backlog   ***
      ***          for the card payment fields                      ***
      *****************************************************************
      *** Batch job, run once at rollout before the events route    ***
      *** takes its first card payment callback - the widenchain    ***
      *** shape: inboundevents.dat gains IE-PAY-REF, IE-PAY-OUTCOME ***
      *** and IE-PAY-PROV-REF (spaces) and IE-PAY-AMOUNT (zero) on  ***
      *** every event already on file, none of which is a payment.  ***
      *** The new file only swaps into place once every old record  ***
      *** was written out cleanly; a backlog that doesn't exist yet ***
      *** is skipped.                                               ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. widenevents.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-events-file
               ASSIGN TO "data/inboundevents.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-IE-ID
               FILE STATUS IS old-events-status.

           SELECT new-events-file
               ASSIGN TO "data/inboundevents.new"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IE-ID
               FILE STATUS IS new-events-status.

       DATA DIVISION.

       FILE SECTION.
      *** The layout as it was before the widening - kept inline    ***
      *** the way widenmasters keeps its old layouts.               ***
       FD old-events-file.
       01 old-event-record.
           05 OLD-IE-ID        PIC X(10).
           05 OLD-IE-TYPE      PIC X(30).
           05 OLD-IE-CUST-ID   PIC X(10).
           05 OLD-IE-ORDERNO   PIC 9(10).
           05 OLD-IE-ADDR1     PIC X(60).
           05 OLD-IE-ADDR2     PIC X(60).
           05 OLD-IE-CITY      PIC X(30).
           05 OLD-IE-POSTCODE  PIC X(10).
           05 OLD-IE-ORDSTATUS PIC X(1).
           05 OLD-IE-STATUS    PIC X(1).
           05 OLD-IE-RECEIVED  PIC X(21).
           05 OLD-IE-APPLIED   PIC X(21).

       FD new-events-file.
       01 inboundevent-record.
           COPY "ieventfld.cbl".

       WORKING-STORAGE SECTION.
       77 old-events-status PIC X(2).
       77 new-events-status PIC X(2).
       77 cfs-failed        PIC X(01).

       77 converted-count PIC 9(7) USAGE COMP-5.
       77 write-failed    PIC X(01).
       77 swap-command    PIC X(80).

       PROCEDURE DIVISION.

       start-widenevents.

           MOVE 0 TO converted-count.
           MOVE "N" TO write-failed.

           OPEN INPUT old-events-file.
           IF old-events-status NOT = "00"
               DISPLAY "  inboundevents.dat not present, skipped."
               DISPLAY "widenevents: done."
               GOBACK
           END-IF.

           OPEN OUTPUT new-events-file.
           CALL 'checkfilestatus' USING "data/inboundevents.new"
               new-events-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           READ old-events-file NEXT RECORD
               AT END MOVE "10" TO old-events-status
           END-READ.
           PERFORM UNTIL old-events-status NOT = "00"
               MOVE SPACES TO inboundevent-record
               MOVE OLD-IE-ID        TO IE-ID
               MOVE OLD-IE-TYPE      TO IE-TYPE
               MOVE OLD-IE-CUST-ID   TO IE-CUST-ID
               MOVE OLD-IE-ORDERNO   TO IE-ORDERNO
               MOVE OLD-IE-ADDR1     TO IE-ADDR1
               MOVE OLD-IE-ADDR2     TO IE-ADDR2
               MOVE OLD-IE-CITY      TO IE-CITY
               MOVE OLD-IE-POSTCODE  TO IE-POSTCODE
               MOVE OLD-IE-ORDSTATUS TO IE-ORDSTATUS
               MOVE OLD-IE-STATUS    TO IE-STATUS
               MOVE OLD-IE-RECEIVED  TO IE-RECEIVED
               MOVE OLD-IE-APPLIED   TO IE-APPLIED
               MOVE 0 TO IE-PAY-AMOUNT
               WRITE inboundevent-record
                   INVALID KEY MOVE "Y" TO write-failed
               END-WRITE
               IF new-events-status = "00"
                   ADD 1 TO converted-count
               ELSE
                   MOVE "Y" TO write-failed
               END-IF
               READ old-events-file NEXT RECORD
                   AT END MOVE "10" TO old-events-status
               END-READ
           END-PERFORM.

           CLOSE old-events-file.
           CLOSE new-events-file.

      *** The swap only happens when every old record was written   ***
      *** out cleanly - a short conversion leaves the live dataset  ***
      *** alone and the .new file behind for inspection.            ***
           IF write-failed = "Y"
               DISPLAY "  inboundevents.dat NOT swapped - one or "
                   "more records failed to convert "
                   "(data/inboundevents.new kept for inspection)."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "mv data/inboundevents.new data/inboundevents.dat"
                   TO swap-command
               CALL "SYSTEM" USING swap-command END-CALL
               MOVE 0 TO RETURN-CODE
               DISPLAY "  inboundevents.dat widened, "
                   converted-count " record(s)."
           END-IF.

           DISPLAY "widenevents: done.".

           GOBACK.
