      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  postcode reference loader                        ***
      *****************************************************************
      *** Batch job: (re)writes data/postcodes.dat from the postal  ***
      *** authority's file, saved as data/postcodes.txt, one        ***
      ***   postcode|city[|anything further]                        ***
      *** line per postcode - fields after the city (county, region ***
      *** and the like) are ignored. Same rebuild-from-text shape   ***
      *** as loadmessages: rerun whenever a new file is published.  ***
      *** Postcodes are stored upper case; a postcode the file      ***
      *** lists twice keeps its first city and the repeat is        ***
      *** counted as skipped. Entries added on the reference-data   ***
      *** console between loads do not survive a reload - put them  ***
      *** in the file if the authority has not.                     ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. loadpostcodes.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "postdef.cbl".

           SELECT postcodes-input-file
               ASSIGN TO "data/postcodes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS postcodes-input-status.

       DATA DIVISION.
       FILE SECTION.
       FD postcodes-file.
       01 postcode-record.
           COPY "postfld.cbl".

       FD postcodes-input-file.
       01 postcodes-input-line PIC X(200).

       WORKING-STORAGE SECTION.
       77 postcodes-file-status  PIC X(2).
       77 postcodes-input-status PIC X(2).
       77 cfs-failed             PIC X(01).

       77 lp-code-text PIC X(40).
       77 lp-city-text PIC X(90).
       77 lp-loaded    PIC 9(7) USAGE COMP-5 VALUE 0.
       77 lp-skipped   PIC 9(7) USAGE COMP-5 VALUE 0.
       77 lp-now       PIC X(21).

       PROCEDURE DIVISION.

       start-loadpostcodes.

           MOVE FUNCTION CURRENT-DATE TO lp-now.

           OPEN INPUT postcodes-input-file.
           CALL 'checkfilestatus' USING "data/postcodes.txt"
               postcodes-input-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           OPEN OUTPUT postcodes-file.
           CALL 'checkfilestatus' USING "data/postcodes.dat"
               postcodes-file-status cfs-failed.
           IF cfs-failed = "Y"
               CLOSE postcodes-input-file
               STOP RUN
           END-IF.

           READ postcodes-input-file
               AT END CONTINUE
           END-READ.

           PERFORM UNTIL postcodes-input-status = "10"
               PERFORM load-one-postcode
               READ postcodes-input-file
                   AT END CONTINUE
               END-READ
           END-PERFORM.

           CLOSE postcodes-input-file.
           CLOSE postcodes-file.

           DISPLAY "postcodes.dat loaded: " lp-loaded
               " postcode(s), " lp-skipped " line(s) skipped.".

           GOBACK.

       load-one-postcode.

           MOVE SPACES TO lp-code-text lp-city-text.
           UNSTRING postcodes-input-line DELIMITED BY "|"
               INTO lp-code-text lp-city-text
           END-UNSTRING.

           IF FUNCTION TRIM(lp-code-text) NOT = SPACES
              AND FUNCTION LENGTH(FUNCTION TRIM(lp-code-text)) <= 10
              AND FUNCTION TRIM(lp-city-text) NOT = SPACES
              AND FUNCTION LENGTH(FUNCTION TRIM(lp-city-text)) <= 30
               MOVE SPACES TO postcode-record
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(lp-code-text))
                   TO PC-CODE
               MOVE FUNCTION TRIM(lp-city-text) TO PC-CITY
               MOVE lp-now TO PC-CHANGED
               MOVE "loadpostcodes" TO PC-CHANGED-BY
               WRITE postcode-record
                   INVALID KEY ADD 1 TO lp-skipped
                   NOT INVALID KEY ADD 1 TO lp-loaded
               END-WRITE
           ELSE
               ADD 1 TO lp-skipped
               DISPLAY "skipped unparsable postcode line: "
                   FUNCTION TRIM(postcodes-input-line)
           END-IF.
