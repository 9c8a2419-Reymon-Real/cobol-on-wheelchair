      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  manifest writer for files ops maintain by hand   ***
      *****************************************************************
      *** Batch job, run by ops as                                  ***
      ***   makemanifest <feed> <file>                              ***
      *** e.g. "makemanifest apikeys data/apikeys.txt" after an     ***
      *** edit is saved. Writes the file's manifest (its name       ***
      *** ending .man) dated now, with the record count and hash    ***
      *** total the inbound gate (checkinbound) will hold the file  ***
      *** to - so the next load takes the file exactly as it was    ***
      *** when the manifest was made, and refuses it if it is       ***
      *** changed again without one. A feed that carries its own    ***
      *** HDR and TRL lines, or a file that is not there, is        ***
      *** refused with RETURN-CODE 8.                               ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. makemanifest.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 command-args  PIC X(200).
       77 mm-feed-text  PIC X(40).
       77 mm-file-text  PIC X(100).

       01 inbound-gate.
           COPY "inbfld.cbl".

       PROCEDURE DIVISION.

       start-makemanifest.

           ACCEPT command-args FROM COMMAND-LINE END-ACCEPT.
           MOVE SPACES TO mm-feed-text mm-file-text.
           UNSTRING command-args DELIMITED BY ALL SPACE
               INTO mm-feed-text mm-file-text
           END-UNSTRING.

           IF mm-feed-text = SPACES OR mm-file-text = SPACES
               DISPLAY "usage: makemanifest <feed> <file>"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "M" TO IB-MODE.
           MOVE mm-feed-text TO IB-FEED.
           MOVE mm-file-text TO IB-FILE.
           CALL "checkinbound" USING inbound-gate END-CALL.

           EVALUATE IB-RESULT
               WHEN "Y"
                   DISPLAY "makemanifest: manifest written for "
                       FUNCTION TRIM(mm-file-text) "."
                   MOVE 0 TO RETURN-CODE
               WHEN "M"
                   DISPLAY "makemanifest: "
                       FUNCTION TRIM(mm-file-text) " is not there."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "makemanifest: "
                       FUNCTION TRIM(mm-file-text) " - "
                       FUNCTION TRIM(IB-REASON) "."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           GOBACK.
