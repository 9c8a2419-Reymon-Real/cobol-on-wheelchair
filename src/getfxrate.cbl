      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  effective exchange rate for a currency and day   ***
      *****************************************************************
      *** Answers the rate in force for gfx-code on gfx-date        ***
      *** (CCYYMMDD): the effective-dated history (exchhistfld.cbl) ***
      *** is walked in date order and the last record at or before  ***
      *** the day wins, the same reading showsum's date= conversion ***
      *** uses. A currency with no history yet falls back to its    ***
      *** current-rate record in data/exchrates.dat. gfx-found      ***
      *** comes back "N" when neither knows the code - the caller   ***
      *** must not invent a rate. A blank code is the base currency ***
      *** itself: rate 1, found.                                    ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. getfxrate.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "exchdef.cbl".
           COPY "exchhistdef.cbl".

       DATA DIVISION.
       FILE SECTION.
       FD exchrates-file.
       01 exchrate-record.
           COPY "exchfld.cbl".

       FD exchhist-file.
       01 exchhist-record.
           COPY "exchhistfld.cbl".

       WORKING-STORAGE SECTION.
       77 exchrates-file-status PIC X(2).
       77 exchhist-file-status  PIC X(2).

       LINKAGE SECTION.
       77 gfx-code  PIC X(3).
       77 gfx-date  PIC X(8).
       77 gfx-rate  PIC 9(7)V9(6).
       77 gfx-found PIC X(01).

       PROCEDURE DIVISION USING gfx-code gfx-date gfx-rate gfx-found.

       start-getfxrate.

           MOVE 0 TO gfx-rate.
           MOVE "N" TO gfx-found.

           IF gfx-code = SPACES
               MOVE 1 TO gfx-rate
               MOVE "Y" TO gfx-found
               GOBACK
           END-IF.

           PERFORM find-historic-rate.

           IF gfx-found NOT = "Y"
               OPEN INPUT exchrates-file
               IF exchrates-file-status = "00"
                   MOVE gfx-code TO XR-CODE
                   READ exchrates-file
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF XR-RATE > 0
                               MOVE "Y" TO gfx-found
                               MOVE XR-RATE TO gfx-rate
                           END-IF
                   END-READ
                   CLOSE exchrates-file
               END-IF
           END-IF.

           GOBACK.

      *****************************************************************
      *** The currency's history in date order; a day with no load  ***
      *** of its own inherits the most recent load before it.       ***
      *****************************************************************
       find-historic-rate.

           OPEN INPUT exchhist-file.
           IF exchhist-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE gfx-code TO XH-CODE.
           MOVE "00000000" TO XH-DATE.
           START exchhist-file KEY NOT < XH-KEY
               INVALID KEY MOVE "10" TO exchhist-file-status
           END-START.

           IF exchhist-file-status = "00"
               READ exchhist-file NEXT RECORD
                   AT END MOVE "10" TO exchhist-file-status
               END-READ
               PERFORM UNTIL exchhist-file-status NOT = "00"
                   OR XH-CODE NOT = gfx-code
                   OR XH-DATE > gfx-date
                   IF XH-RATE > 0
                       MOVE "Y" TO gfx-found
                       MOVE XH-RATE TO gfx-rate
                   END-IF
                   READ exchhist-file NEXT RECORD
                       AT END MOVE "10" TO exchhist-file-status
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE exchhist-file.
