      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  existing customer addresses measured against the ***
      ***          postcode reference                               ***
      *** UPDATE:  each record is opened before its address is      ***
      ***          checked                                          ***
      *****************************************************************
      *** Batch job, run once after the first postcode load (and    ***
      *** again whenever a clean-up pass wants a fresh list):       ***
      *** every active customer on data/customers.dat is checked    ***
      *** the way checkaddress checks a new write, and each one     ***
      *** that would fail is listed to data/addresscheck.txt with   ***
      *** the reason -                                              ***
      ***   unknown postcode   - not on the reference at all;       ***
      ***   postcode form      - known, but not stored upper case   ***
      ***                        as the authority writes it;        ***
      ***   city               - the postcode is known, the city    ***
      ***                        typed is not its canonical one     ***
      ***                        (shown side by side);              ***
      ***   no postcode        - address lines or a city with no    ***
      ***                        postcode to check them by.         ***
      *** Nothing is changed - the clerks correct each one on the   ***
      *** customer screen, which now puts the canonical city in.    ***
      *** The listing is registered in the report spool. Ends RC 8  ***
      *** with no reference loaded, since every line would be       ***
      *** noise.                                                    ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. addresscheck.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "custdef.cbl".
           COPY "postdef.cbl".

           SELECT report-file
               ASSIGN TO "data/addresscheck.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD postcodes-file.
       01 postcode-record.
           COPY "postfld.cbl".

       FD report-file.
       01 report-line PIC X(160).

       WORKING-STORAGE SECTION.
       77 customers-file-status PIC X(2).
       77 open-result           PIC X(01).
       77 postcodes-file-status PIC X(2).
       77 report-file-status    PIC X(2).
       77 cfs-failed            PIC X(01).

       77 checked-count  PIC 9(7) USAGE COMP-5 VALUE 0.
       77 failed-count   PIC 9(7) USAGE COMP-5 VALUE 0.
       77 checked-disp   PIC Z(6)9.
       77 failed-disp    PIC Z(6)9.
       77 fail-reason    PIC X(100).
       77 wanted-code    PIC X(10).

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-addresscheck.

           OPEN INPUT postcodes-file.
           IF postcodes-file-status NOT = "00"
               DISPLAY "addresscheck: no postcode reference loaded - "
                   "run loadpostcodes first."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT customers-file.
           IF customers-file-status NOT = "00"
               DISPLAY "addresscheck: no customer dataset, nothing "
                   "to check."
               CLOSE postcodes-file
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT report-file.
           CALL 'checkfilestatus' USING "data/addresscheck.txt"
               report-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           MOVE SPACES TO report-line.
           STRING "customer addresses failing the postcode check, "
                                               DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8)   DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

           READ customers-file NEXT RECORD
               AT END MOVE "10" TO customers-file-status
           END-READ.
           PERFORM UNTIL customers-file-status NOT = "00"
               IF CUST-STATUS NOT = "I"
                   ADD 1 TO checked-count
                   PERFORM check-one-address
               END-IF
               READ customers-file NEXT RECORD
                   AT END MOVE "10" TO customers-file-status
               END-READ
           END-PERFORM.

           MOVE checked-count TO checked-disp.
           MOVE failed-count TO failed-disp.
           MOVE SPACES TO report-line.
           STRING FUNCTION TRIM(checked-disp)  DELIMITED BY SIZE
                  " customer(s) checked, "     DELIMITED BY SIZE
                  FUNCTION TRIM(failed-disp)   DELIMITED BY SIZE
                  " failing."                  DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

           CLOSE customers-file.
           CLOSE postcodes-file.
           CLOSE report-file.

           MOVE "data/addresscheck.txt" TO rpt-reg-name.
           MOVE "addresscheck" TO rpt-reg-program.
           MOVE failed-count TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           DISPLAY "addresscheck: " checked-count " checked, "
               failed-count " failing.".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *****************************************************************
      *** The first failure found is the one reported: an unknown   ***
      *** postcode makes the city question moot.                    ***
      *****************************************************************
       check-one-address.

           CALL "custcrypt" USING "O" customer-record open-result
               END-CALL.

           MOVE SPACES TO fail-reason.

           IF CUST-POSTCODE = SPACES
               IF CUST-ADDR1 NOT = SPACES OR CUST-CITY NOT = SPACES
                   MOVE "no postcode" TO fail-reason
               END-IF
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CUST-POSTCODE))
                   TO wanted-code
               MOVE wanted-code TO PC-CODE
               READ postcodes-file
                   INVALID KEY
                       MOVE "unknown postcode" TO fail-reason
               END-READ
               IF fail-reason = SPACES
                  AND FUNCTION TRIM(CUST-POSTCODE) NOT = wanted-code
                   MOVE "postcode form" TO fail-reason
               END-IF
               IF fail-reason = SPACES
                  AND FUNCTION TRIM(CUST-CITY) NOT = PC-CITY
                   STRING "city - should be "     DELIMITED BY SIZE
                          FUNCTION TRIM(PC-CITY)  DELIMITED BY SIZE
                       INTO fail-reason
                   END-STRING
               END-IF
           END-IF.

           IF fail-reason = SPACES
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO failed-count.
           MOVE SPACES TO report-line.
           STRING "  "                          DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-ID)        DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-NAME)      DELIMITED BY SIZE
                  ": "                          DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-CITY)      DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-POSTCODE)  DELIMITED BY SIZE
                  " - "                         DELIMITED BY SIZE
                  FUNCTION TRIM(fail-reason)    DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
