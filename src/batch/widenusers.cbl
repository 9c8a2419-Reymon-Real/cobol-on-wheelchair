      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  one-time widening of the user accounts for the   ***
      ***          mobile number                                    ***
      *****************************************************************
      *** Batch job, run once at rollout before the admin screen    ***
      *** sets its first mobile number - the widenmasters shape:    ***
      *** users.dat gains USR-MOBILE and USR-2FA-CHANNEL, both      ***
      *** spaces on every account already on file, which login      ***
      *** reads as no mobile and codes by mail, as before. The new  ***
      *** file only swaps into place once every old record was      ***
      *** written out cleanly; a dataset that doesn't exist yet is  ***
      *** skipped.                                                  ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. widenusers.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-users-file
               ASSIGN TO "data/users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-USR-NAME
               FILE STATUS IS old-users-status.

           SELECT new-users-file
               ASSIGN TO "data/users.new"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-NAME
               FILE STATUS IS new-users-status.

       DATA DIVISION.

       FILE SECTION.
      *** The layout as it was before the widening - kept inline    ***
      *** the way widenmasters keeps its old layouts.               ***
       FD old-users-file.
       01 old-users-record.
           05 OLD-USR-NAME       PIC X(30).
           05 OLD-USR-PASS       PIC X(60).
           05 OLD-USR-CREATED    PIC X(21).
           05 OLD-USR-ROLE       PIC X(10).
           05 OLD-USR-ENABLED    PIC X(1).
           05 OLD-USR-MUSTCHANGE PIC X(1).
           05 OLD-USR-EMAIL      PIC X(60).
           05 OLD-USR-2FA        PIC X(1).
           05 OLD-USR-PASS-CHANGED PIC X(21).
           05 OLD-USR-CUST-ID    PIC X(10).

       FD new-users-file.
       01 user-record.
           COPY "userfld.cbl".

       WORKING-STORAGE SECTION.
       77 old-users-status PIC X(2).
       77 new-users-status PIC X(2).
       77 cfs-failed       PIC X(01).

       77 converted-count PIC 9(7) USAGE COMP-5.
       77 write-failed    PIC X(01).
       77 swap-command    PIC X(80).

       PROCEDURE DIVISION.

       start-widenusers.

           MOVE 0 TO converted-count.
           MOVE "N" TO write-failed.

           OPEN INPUT old-users-file.
           IF old-users-status NOT = "00"
               DISPLAY "  users.dat not present, skipped."
               DISPLAY "widenusers: done."
               GOBACK
           END-IF.

           OPEN OUTPUT new-users-file.
           CALL 'checkfilestatus' USING "data/users.new"
               new-users-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           READ old-users-file NEXT RECORD
               AT END MOVE "10" TO old-users-status
           END-READ.
           PERFORM UNTIL old-users-status NOT = "00"
               MOVE SPACES TO user-record
               MOVE OLD-USR-NAME       TO USR-NAME
               MOVE OLD-USR-PASS       TO USR-PASS
               MOVE OLD-USR-CREATED    TO USR-CREATED
               MOVE OLD-USR-ROLE       TO USR-ROLE
               MOVE OLD-USR-ENABLED    TO USR-ENABLED
               MOVE OLD-USR-MUSTCHANGE TO USR-MUSTCHANGE
               MOVE OLD-USR-EMAIL      TO USR-EMAIL
               MOVE OLD-USR-2FA        TO USR-2FA
               MOVE OLD-USR-PASS-CHANGED TO USR-PASS-CHANGED
               MOVE OLD-USR-CUST-ID    TO USR-CUST-ID
               WRITE user-record
                   INVALID KEY MOVE "Y" TO write-failed
               END-WRITE
               IF new-users-status = "00"
                   ADD 1 TO converted-count
               ELSE
                   MOVE "Y" TO write-failed
               END-IF
               READ old-users-file NEXT RECORD
                   AT END MOVE "10" TO old-users-status
               END-READ
           END-PERFORM.

           CLOSE old-users-file.
           CLOSE new-users-file.

      *** The swap only happens when every old record was written   ***
      *** out cleanly - a short conversion leaves the live dataset  ***
      *** alone and the .new file behind for inspection.            ***
           IF write-failed = "Y"
               DISPLAY "  users.dat NOT swapped - one or more "
                   "records failed to convert (data/users.new "
                   "kept for inspection)."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "mv data/users.new data/users.dat"
                   TO swap-command
               CALL "SYSTEM" USING swap-command END-CALL
               MOVE 0 TO RETURN-CODE
               DISPLAY "  users.dat widened, "
                   converted-count " record(s)."
           END-IF.

           DISPLAY "widenusers: done.".

           GOBACK.
