      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  one shared tax rate lookup for everything that   ***
      ***          charges tax                                      ***
      *****************************************************************
      *** Resolves a tax code to the percentage in force on a given ***
      *** CCYYMMDD, the way lookupproduct resolves a price: the     ***
      *** rate-history entry (taxfld.cbl) with the latest           ***
      *** effective-from date not after lt-date. Z (zero-rated) and ***
      *** E (exempt) charge nothing whatever is on file. S          ***
      *** (standard) with no history at all falls back to the       ***
      *** "percent=" line of data/taxrate.txt (20 when that is      ***
      *** missing too), the single rate the quote screen has always ***
      *** used. lt-result:                                          ***
      ***   "Y" lt-rate is the rate in force                        ***
      ***   "N" unknown code, or no rate in force yet on that date  ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lookuptax.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "taxdef.cbl".

           SELECT taxrate-file
               ASSIGN TO "data/taxrate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS taxrate-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD taxcodes-file.
       01 taxcode-record.
           COPY "taxfld.cbl".

       FD taxrate-file.
       01 taxrate-line PIC X(80).

       WORKING-STORAGE SECTION.
       77 taxcodes-file-status PIC X(2).
       77 taxrate-file-status  PIC X(2).
       77 lt-history-seen      PIC X(01).
       77 lt-rate-found        PIC X(01).
       77 tx-name-text         PIC X(40).
       77 tx-value-text        PIC X(40).

       LINKAGE SECTION.
       77 lt-code   PIC X(1).
       77 lt-date   PIC X(8).
       77 lt-rate   PIC 9(3)V99.
       77 lt-result PIC X(01).

       PROCEDURE DIVISION USING lt-code lt-date lt-rate lt-result.

       start-lookuptax.

           MOVE "N" TO lt-result.
           MOVE 0 TO lt-rate.

           EVALUATE lt-code
               WHEN "Z"
               WHEN "E"
                   MOVE "Y" TO lt-result
                   GOBACK
               WHEN "S"
               WHEN "R"
                   CONTINUE
               WHEN OTHER
                   GOBACK
           END-EVALUATE.

           PERFORM find-rate-in-force.

           IF lt-rate-found = "Y"
               MOVE "Y" TO lt-result
           ELSE
               IF lt-history-seen = "N" AND lt-code = "S"
                   PERFORM load-standard-fallback
                   MOVE "Y" TO lt-result
               END-IF
           END-IF.

           GOBACK.

      *****************************************************************
      *** The code's entries sit together in effective-from order;  ***
      *** the last one not after lt-date is the rate.               ***
      *****************************************************************
       find-rate-in-force.

           MOVE "N" TO lt-history-seen.
           MOVE "N" TO lt-rate-found.

           OPEN INPUT taxcodes-file.
           IF taxcodes-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE lt-code TO TAX-CODE.
           MOVE LOW-VALUES TO TAX-FROM.
           START taxcodes-file KEY NOT < TAX-KEY
               INVALID KEY MOVE "10" TO taxcodes-file-status
           END-START.

           IF taxcodes-file-status = "00"
               READ taxcodes-file NEXT RECORD
                   AT END MOVE "10" TO taxcodes-file-status
               END-READ
               PERFORM UNTIL taxcodes-file-status NOT = "00"
                   OR TAX-CODE NOT = lt-code
                   MOVE "Y" TO lt-history-seen
                   IF TAX-FROM NOT > lt-date
                       MOVE TAX-RATE TO lt-rate
                       MOVE "Y" TO lt-rate-found
                   END-IF
                   READ taxcodes-file NEXT RECORD
                       AT END MOVE "10" TO taxcodes-file-status
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE taxcodes-file.

      *****************************************************************
      *** Same name=value shape as the other policy files; only     ***
      *** "percent" matters.                                        ***
      *****************************************************************
       load-standard-fallback.

           MOVE 20 TO lt-rate.

           OPEN INPUT taxrate-file.
           IF taxrate-file-status = "00"
               READ taxrate-file
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL taxrate-file-status NOT = "00"
                   PERFORM apply-one-tax-line
                   READ taxrate-file
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE taxrate-file
           END-IF.

       apply-one-tax-line.

           MOVE SPACES TO tx-name-text tx-value-text.
           UNSTRING taxrate-line DELIMITED BY "="
               INTO tx-name-text tx-value-text
           END-UNSTRING.

           IF FUNCTION TEST-NUMVAL(tx-value-text) = 0
               AND FUNCTION NUMVAL(tx-value-text) >= 0
               AND FUNCTION TRIM(tx-name-text) = "percent"
               COMPUTE lt-rate = FUNCTION NUMVAL(tx-value-text)
           END-IF.
