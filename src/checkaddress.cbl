      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  customer address check against the postcode      ***
      ***          reference                                        ***
      *****************************************************************
      *** One address check every customer write shares. The        ***
      *** postcode comes back trimmed and upper case; looked up on  ***
      *** data/postcodes.dat, a known one hands back its canonical  ***
      *** city in place of whatever was typed (ca-result "Y"), an   ***
      *** unknown one comes back "N" and the caller refuses the     ***
      *** write. A blank postcode is "B" - nothing to check, the    ***
      *** address lines may be blank too. With no reference loaded  ***
      *** yet the answer is "U" and callers write as they always    ***
      *** did, so an unseeded system keeps taking addresses.        ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. checkaddress.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "postdef.cbl".

       DATA DIVISION.
       FILE SECTION.
       FD postcodes-file.
       01 postcode-record.
           COPY "postfld.cbl".

       WORKING-STORAGE SECTION.
       77 postcodes-file-status PIC X(2).

       LINKAGE SECTION.
       77 ca-postcode PIC X(10).
       77 ca-city     PIC X(30).
       77 ca-result   PIC X(01).

       PROCEDURE DIVISION USING ca-postcode ca-city ca-result.

       start-checkaddress.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ca-postcode))
               TO ca-postcode.

           IF ca-postcode = SPACES
               MOVE "B" TO ca-result
               GOBACK
           END-IF.

           OPEN INPUT postcodes-file.
           IF postcodes-file-status NOT = "00"
               MOVE "U" TO ca-result
               GOBACK
           END-IF.

           MOVE ca-postcode TO PC-CODE.
           READ postcodes-file
               INVALID KEY
                   MOVE "N" TO ca-result
               NOT INVALID KEY
                   MOVE PC-CITY TO ca-city
                   MOVE "Y" TO ca-result
           END-READ.

           CLOSE postcodes-file.

           GOBACK.
