      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  case category service levels                     ***
      *****************************************************************
      *** Looks up a case category in data/caseslas.txt, one        ***
      *** "category,days" line each, and hands back the days a case ***
      *** of that category has before it breaches. gcs-found comes  ***
      *** back "N" for a category the file doesn't name, so the     ***
      *** caller can refuse it. A missing file takes any category   ***
      *** with the shipped default of 5 days, so cases can still be ***
      *** opened before the table has been set up.                  ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. getcasesla.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT casesla-file
               ASSIGN TO "data/caseslas.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS casesla-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD casesla-file.
       01 casesla-line PIC X(80).

       WORKING-STORAGE SECTION.
       77 casesla-file-status PIC X(2).

       78 CS-DEFAULT-DAYS VALUE 5.

       77 cs-name-text PIC X(20).
       77 cs-days-text PIC X(20).

       LINKAGE SECTION.
       77 gcs-category PIC X(12).
       77 gcs-days     PIC 9(3).
       77 gcs-found    PIC X(01).

       PROCEDURE DIVISION USING gcs-category gcs-days gcs-found.

       start-getcasesla.

           MOVE CS-DEFAULT-DAYS TO gcs-days.
           MOVE "N" TO gcs-found.

           IF FUNCTION TRIM(gcs-category) = SPACES
               GOBACK
           END-IF.

           OPEN INPUT casesla-file.
           IF casesla-file-status NOT = "00"
               MOVE "Y" TO gcs-found
               GOBACK
           END-IF.

           READ casesla-file
               AT END CONTINUE
           END-READ.
           PERFORM UNTIL casesla-file-status NOT = "00"
               OR gcs-found = "Y"
               PERFORM try-one-sla-line
               READ casesla-file
                   AT END CONTINUE
               END-READ
           END-PERFORM.
           CLOSE casesla-file.

           GOBACK.

       try-one-sla-line.

           MOVE SPACES TO cs-name-text cs-days-text.
           UNSTRING casesla-line DELIMITED BY ","
               INTO cs-name-text cs-days-text
           END-UNSTRING.

           IF FUNCTION TRIM(cs-name-text) = FUNCTION TRIM(gcs-category)
              AND FUNCTION TEST-NUMVAL(cs-days-text) = 0
              AND FUNCTION NUMVAL(cs-days-text) > 0
              AND FUNCTION NUMVAL(cs-days-text) < 1000
               MOVE FUNCTION NUMVAL(cs-days-text) TO gcs-days
               MOVE "Y" TO gcs-found
           END-IF.
