      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  tax code and rate maintenance                    ***
      *****************************************************************
      *** /admin/taxcodes, in the adminproducts mold: the dated     ***
      *** rates behind the four tax codes (S standard, R reduced, Z ***
      *** zero-rated, E exempt) the invoice run and the quote       ***
      *** screen charge through lookuptax. A posted "action" of     ***
      *** "rate" files a code's rate and description effective from ***
      *** a CCYYMMDD (today when left blank). As with prices, a     ***
      *** rate already in force is never rewritten - only a future  ***
      *** entry can be corrected in place - and back-dating is      ***
      *** refused, so what an invoice charged can always be         ***
      *** explained. Z and E always charge nothing; their entries   ***
      *** only carry the wording. The page shows each code's rate   ***
      *** in force today and the whole rate history, oldest first.  ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. admintaxcodes.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "taxdef.cbl".

       DATA DIVISION.

       FILE SECTION.
       FD taxcodes-file.
       01 taxcode-record.
           COPY "taxfld.cbl".

       WORKING-STORAGE SECTION.
       77 taxcodes-file-status PIC X(2).

       77 at-action      PIC X(10) VALUE SPACES.
       77 at-code-text   PIC X(90) VALUE SPACES.
       77 at-rate-text   PIC X(90) VALUE SPACES.
       77 at-from-text   PIC X(90) VALUE SPACES.
       77 at-desc-text   PIC X(90) VALUE SPACES.
       77 at-message     PIC X(90) VALUE SPACES.
       77 at-request-method PIC X(6) VALUE SPACES.
       77 at-redirect    PIC X(255) VALUE SPACES.

       77 at-code        PIC X(1).
       77 at-rate        PIC 9(3)V99.
       77 at-from        PIC X(8).
       77 at-today       PIC X(8).
       77 at-rate-disp   PIC ZZ9.99.

       77 lt-rate        PIC 9(3)V99.
       77 lt-result      PIC X(01).

       77 at-codes       PIC X(4) VALUE "SRZE".
       77 at-code-ctr    PIC 9(4) USAGE COMP-5.
       77 at-hist-count  PIC 9(4) USAGE COMP-5.
       77 at-shown-disp  PIC Z(3)9.
       77 at-var-ctr     PIC 9(4) USAGE COMP-5.

      *** Before/after images handed to logjournal on every master  ***
      *** write - the roll-forward recovery's raw material.         ***
       01 journal-fields.
          05 jf-dataset PIC X(20).
          05 jf-action  PIC X(1).
          05 jf-key     PIC X(30).
          05 jf-before  PIC X(600).
          05 jf-after   PIC X(600).

       01 the-vars.
           COPY "cowvars.cbl".

       LINKAGE SECTION.
       01 the-values.
          COPY "queryval.cbl".

       01 the-session.
          COPY "sessfld.cbl".

       PROCEDURE DIVISION USING the-values the-session.

       start-admintaxcodes.

           MOVE SPACES TO the-vars.
           MOVE FUNCTION CURRENT-DATE(1:8) TO at-today.

           ACCEPT at-request-method FROM ENVIRONMENT "REQUEST_METHOD"
               END-ACCEPT.

           CALL "getparam" USING the-values "action" at-action
               END-CALL.

      *** Same guard the other admin screens carry: mutations only  ***
      *** on the POST cow.cbl already CSRF-checked.                 ***
           IF FUNCTION TRIM(at-request-method) NOT = "POST"
              AND FUNCTION TRIM(at-action) NOT = SPACES
               MOVE "tax rate changes must be submitted as a POST"
                   TO at-message
           ELSE
               IF FUNCTION TRIM(at-action) = "rate"
                   PERFORM do-file-rate
                   PERFORM answer-post-redirect
                   GOBACK
               END-IF
           END-IF.

           PERFORM show-rates-today.
           PERFORM show-rate-history.

           MOVE "message" TO COW-varname(95).
           MOVE at-message TO COW-varvalue(95).

           MOVE at-hist-count TO at-shown-disp.
           MOVE "histcount" TO COW-varname(93).
           MOVE FUNCTION TRIM(at-shown-disp) TO COW-varvalue(93).

           CALL 'cowtemplate' USING the-vars "admintaxcodes.cow"
               the-session END-CALL.

           GOBACK.

      *****************************************************************
      *** The POST is done; its outcome rides the flash onto the    ***
      *** following GET - a refresh can't file the rate twice.      ***
      *****************************************************************
       answer-post-redirect.

           CALL "setflash" USING the-session at-message END-CALL.
           MOVE "/admin/taxcodes" TO at-redirect.
           CALL "redirectto" USING at-redirect END-CALL.

      *****************************************************************
      *** A dated rate for one of the four codes. Back-dating is    ***
      *** refused - an invoice already cut at the old rate must     ***
      *** stay explainable.                                         ***
      *****************************************************************
       do-file-rate.

           CALL "getparam" USING the-values "code"
               at-code-text END-CALL.
           CALL "getparam" USING the-values "rate"
               at-rate-text END-CALL.
           CALL "getparam" USING the-values "from"
               at-from-text END-CALL.
           CALL "getparam" USING the-values "desc"
               at-desc-text END-CALL.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(at-code-text))
               TO at-code-text.
           IF at-code-text NOT = "S" AND at-code-text NOT = "R"
              AND at-code-text NOT = "Z" AND at-code-text NOT = "E"
               MOVE "the tax code must be S, R, Z or E" TO at-message
               EXIT PARAGRAPH
           END-IF.
           MOVE at-code-text(1:1) TO at-code.

           IF at-code = "Z" OR at-code = "E"
               MOVE 0 TO at-rate
           ELSE
               IF FUNCTION TEST-NUMVAL(at-rate-text) NOT = 0
                   MOVE "a rate (percent) is required" TO at-message
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(at-rate-text) < 0
                  OR FUNCTION NUMVAL(at-rate-text) > 100
                   MOVE "the rate must be between 0 and 100 percent"
                       TO at-message
                   EXIT PARAGRAPH
               END-IF
               COMPUTE at-rate = FUNCTION NUMVAL(at-rate-text)
           END-IF.

           IF FUNCTION TRIM(at-from-text) = SPACES
               MOVE at-today TO at-from
           ELSE
               MOVE FUNCTION TRIM(at-from-text) TO at-from
               IF at-from IS NOT NUMERIC
                  OR FUNCTION LENGTH(FUNCTION TRIM(at-from-text))
                      NOT = 8
                   MOVE "the effective date must be CCYYMMDD"
                       TO at-message
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF at-from < at-today
               MOVE "a rate can't be back-dated" TO at-message
               EXIT PARAGRAPH
           END-IF.

           PERFORM write-rate-entry.

           IF at-message = SPACES
               MOVE at-rate TO at-rate-disp
               MOVE SPACES TO at-message
               STRING "rate "                       DELIMITED BY SIZE
                      FUNCTION TRIM(at-rate-disp)   DELIMITED BY SIZE
                      "% filed for code "           DELIMITED BY SIZE
                      at-code                       DELIMITED BY SIZE
                      " from "                      DELIMITED BY SIZE
                      at-from                       DELIMITED BY SIZE
                   INTO at-message
               END-STRING
           END-IF.

      *****************************************************************
      *** One history entry for at-code/at-from. An entry already   ***
      *** on file for the same day is only replaced while that day  ***
      *** is still ahead - today's rate may already be charged.     ***
      *****************************************************************
       write-rate-entry.

           OPEN I-O taxcodes-file.
           IF taxcodes-file-status = "35"
               OPEN OUTPUT taxcodes-file
               CLOSE taxcodes-file
               OPEN I-O taxcodes-file
           END-IF.
           IF taxcodes-file-status NOT = "00"
               MOVE "tax codes could not be opened" TO at-message
               EXIT PARAGRAPH
           END-IF.

           MOVE at-code TO TAX-CODE.
           MOVE at-from TO TAX-FROM.
           READ taxcodes-file
               INVALID KEY
                   MOVE SPACES TO jf-before
                   MOVE "W" TO jf-action
                   MOVE SPACES TO taxcode-record
                   MOVE at-code TO TAX-CODE
                   MOVE at-from TO TAX-FROM
                   MOVE at-rate TO TAX-RATE
                   MOVE FUNCTION TRIM(at-desc-text) TO TAX-DESC
                   MOVE SESS-USER OF the-session TO TAX-USER
                   MOVE FUNCTION CURRENT-DATE TO TAX-WHEN
                   WRITE taxcode-record
                       INVALID KEY
                           MOVE "could not file that rate"
                               TO at-message
                   END-WRITE
               NOT INVALID KEY
                   IF at-from NOT > at-today
                       MOVE "a rate is already in force from that "
                         & "date" TO at-message
                   ELSE
                       MOVE taxcode-record TO jf-before
                       MOVE "R" TO jf-action
                       MOVE at-rate TO TAX-RATE
                       IF FUNCTION TRIM(at-desc-text) NOT = SPACES
                           MOVE FUNCTION TRIM(at-desc-text)
                               TO TAX-DESC
                       END-IF
                       MOVE SESS-USER OF the-session TO TAX-USER
                       MOVE FUNCTION CURRENT-DATE TO TAX-WHEN
                       REWRITE taxcode-record
                           INVALID KEY
                               MOVE "could not file that rate"
                                   TO at-message
                       END-REWRITE
                   END-IF
           END-READ.

           IF at-message = SPACES
               MOVE "taxcodes" TO jf-dataset
               MOVE TAX-KEY TO jf-key
               MOVE taxcode-record TO jf-after
               CALL "logjournal" USING jf-dataset jf-action
                   jf-key jf-before jf-after END-CALL
           END-IF.

           CLOSE taxcodes-file.

      *****************************************************************
      *** The rate each code charges today, through the same        ***
      *** lookup the invoice run uses - slots code<X>rate.          ***
      *****************************************************************
       show-rates-today.

           PERFORM VARYING at-code-ctr FROM 1 BY 1
                   UNTIL at-code-ctr > 4
               MOVE at-codes(at-code-ctr:1) TO at-code
               CALL "lookuptax" USING at-code at-today lt-rate
                   lt-result END-CALL
               COMPUTE at-var-ctr = 80 + at-code-ctr
               STRING "code" DELIMITED BY SIZE
                      at-code DELIMITED BY SIZE
                      "rate" DELIMITED BY SIZE
                   INTO COW-varname(at-var-ctr)
               END-STRING
               IF lt-result = "Y"
                   MOVE lt-rate TO at-rate-disp
                   STRING FUNCTION TRIM(at-rate-disp) DELIMITED BY SIZE
                          "%" DELIMITED BY SIZE
                       INTO COW-varvalue(at-var-ctr)
                   END-STRING
               ELSE
                   MOVE "no rate in force" TO COW-varvalue(at-var-ctr)
               END-IF
           END-PERFORM.

      *****************************************************************
      *** The whole history in code / effective-from order, up to   ***
      *** 40 entries from slot 100 - four codes and a few changes   ***
      *** a year fit with years to spare.                           ***
      *****************************************************************
       show-rate-history.

           MOVE 0 TO at-hist-count.

           OPEN INPUT taxcodes-file.
           IF taxcodes-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ taxcodes-file NEXT RECORD
               AT END MOVE "10" TO taxcodes-file-status
           END-READ.
           PERFORM UNTIL taxcodes-file-status NOT = "00"
               OR at-hist-count >= 40
               PERFORM add-rate-to-vars
               ADD 1 TO at-hist-count
               READ taxcodes-file NEXT RECORD
                   AT END MOVE "10" TO taxcodes-file-status
               END-READ
           END-PERFORM.

           CLOSE taxcodes-file.

       add-rate-to-vars.

           MOVE at-hist-count TO at-shown-disp.

           COMPUTE at-var-ctr = (at-hist-count * 5) + 100.
           MOVE TAX-CODE TO COW-varvalue(at-var-ctr).
           STRING "tax" DELIMITED BY SIZE
                  FUNCTION TRIM(at-shown-disp) DELIMITED BY SIZE
                  "code" DELIMITED BY SIZE
               INTO COW-varname(at-var-ctr).

           ADD 1 TO at-var-ctr.
           MOVE TAX-FROM TO COW-varvalue(at-var-ctr).
           STRING "tax" DELIMITED BY SIZE
                  FUNCTION TRIM(at-shown-disp) DELIMITED BY SIZE
                  "from" DELIMITED BY SIZE
               INTO COW-varname(at-var-ctr).

           ADD 1 TO at-var-ctr.
           MOVE TAX-RATE TO at-rate-disp.
           MOVE FUNCTION TRIM(at-rate-disp)
               TO COW-varvalue(at-var-ctr).
           STRING "tax" DELIMITED BY SIZE
                  FUNCTION TRIM(at-shown-disp) DELIMITED BY SIZE
                  "rate" DELIMITED BY SIZE
               INTO COW-varname(at-var-ctr).

           ADD 1 TO at-var-ctr.
           MOVE FUNCTION TRIM(TAX-DESC) TO COW-varvalue(at-var-ctr).
           STRING "tax" DELIMITED BY SIZE
                  FUNCTION TRIM(at-shown-disp) DELIMITED BY SIZE
                  "desc" DELIMITED BY SIZE
               INTO COW-varname(at-var-ctr).

           ADD 1 TO at-var-ctr.
           MOVE FUNCTION TRIM(TAX-USER) TO COW-varvalue(at-var-ctr).
           STRING "tax" DELIMITED BY SIZE
                  FUNCTION TRIM(at-shown-disp) DELIMITED BY SIZE
                  "user" DELIMITED BY SIZE
               INTO COW-varname(at-var-ctr).
