      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  outbound text-message spool any program can drop ***
      ***          a message onto                                   ***
      *** UPDATE:  an opted-out record is opened to compare its     ***
      ***          number                                           ***
      *****************************************************************
      *** Spools one outbound text message onto data/smsspool.dat;  ***
      *** the SMS drainer hands the spool to the gateway with       ***
      *** retries, the way the mail spool works, so no CGI request  ***
      *** ever waits on the gateway. The number is screened here,   ***
      *** at the point of entry: spaces, dashes, dots and brackets  ***
      *** are dropped, a leading 00 becomes +, and what is left     ***
      *** must be a + and 8 to 15 digits - a number written without ***
      *** its country code, or anything else, never gets spooled    ***
      *** (sq-accepted comes back "N"). The cleaned number is what  ***
      *** the spool keeps.                                          ***
      *** The same gate enforces the customer's preference: a       ***
      *** number some customer record carries as CUST-PHONE with    ***
      *** CUST-NO-SMS "Y" is refused here, so every texting path    ***
      *** honors the do-not-text override without each of them      ***
      *** rechecking the master.                                    ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. sendsmsq.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "smsdef.cbl".
           COPY "custdef.cbl".

       DATA DIVISION.
       FILE SECTION.
       FD smsspool-file.
       01 smsspool-record.
           COPY "smsfld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       WORKING-STORAGE SECTION.
       77 smsspool-file-status  PIC X(2).
       77 customers-file-status PIC X(2).
       77 sq-open-result        PIC X(01).
       77 sq-suppressed PIC X(01).

       77 sq-new-key      PIC 9(10).
       77 sq-new-key-disp PIC Z(9)9.
       77 sq-number-ok    PIC X(01).

      *** normalize-number works on sq-raw and leaves the clean     ***
      *** form in sq-clean; the suppression check runs each         ***
      *** customer's CUST-PHONE through the same paragraph.         ***
       77 sq-raw          PIC X(20).
       77 sq-clean        PIC X(20).
       77 sq-clean-len    PIC 9(4) USAGE COMP-5.
       77 sq-ptr          PIC 9(4) USAGE COMP-5.
       77 sq-one-char     PIC X(01).
       77 sq-wanted       PIC X(20).

       LINKAGE SECTION.
       77 sq-to       PIC X(20).
       77 sq-body     PIC X(160).
       77 sq-template PIC X(30).
       77 sq-accepted PIC X(01).

       PROCEDURE DIVISION USING sq-to sq-body sq-template
               sq-accepted.

       start-sendsmsq.

           MOVE "N" TO sq-accepted.

           MOVE sq-to TO sq-raw.
           PERFORM normalize-number.
           IF sq-number-ok NOT = "Y"
               GOBACK
           END-IF.
           MOVE sq-clean TO sq-wanted.

           IF FUNCTION TRIM(sq-body) = SPACES
               GOBACK
           END-IF.

           PERFORM check-number-suppressed.
           IF sq-suppressed = "Y"
               GOBACK
           END-IF.

           OPEN I-O smsspool-file.
           IF smsspool-file-status = "35"
               OPEN OUTPUT smsspool-file
               CLOSE smsspool-file
               OPEN I-O smsspool-file
           END-IF.

           IF smsspool-file-status = "00"
               CALL "getnextkey" USING "SMSID     " sq-new-key
                   END-CALL
               IF sq-new-key NOT = 0
                   MOVE sq-new-key TO sq-new-key-disp
                   MOVE SPACES TO smsspool-record
                   MOVE FUNCTION TRIM(sq-new-key-disp) TO SMS-ID
                   MOVE sq-wanted   TO SMS-TO
                   MOVE sq-body     TO SMS-BODY
                   MOVE sq-template TO SMS-TEMPLATE
                   MOVE "P" TO SMS-STATUS
                   MOVE 0 TO SMS-ATTEMPTS
                   MOVE FUNCTION CURRENT-DATE TO SMS-CREATED
                   MOVE SMS-CREATED TO SMS-NEXT-TRY
                   WRITE smsspool-record
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE "Y" TO sq-accepted
                   END-WRITE
               END-IF
               CLOSE smsspool-file
           END-IF.

           GOBACK.

      *****************************************************************
      *** Spaces, dashes, dots and brackets are layout only; a      ***
      *** leading 00 is the same as +. Anything else that isn't a   ***
      *** digit - a letter, a second +, a shell character - fails   ***
      *** the number, and so does one not in international form.    ***
      *****************************************************************
       normalize-number.

           MOVE "Y" TO sq-number-ok.
           MOVE SPACES TO sq-clean.
           MOVE 0 TO sq-clean-len.

           PERFORM VARYING sq-ptr FROM 1 BY 1
                   UNTIL sq-ptr > 20 OR sq-number-ok = "N"
               MOVE sq-raw(sq-ptr:1) TO sq-one-char
               EVALUATE TRUE
                   WHEN sq-one-char = SPACE OR "-" OR "." OR "("
                        OR ")"
                       CONTINUE
                   WHEN sq-one-char = "+" AND sq-clean-len = 0
                       ADD 1 TO sq-clean-len
                       MOVE "+" TO sq-clean(sq-clean-len:1)
                   WHEN sq-one-char IS NUMERIC
                       ADD 1 TO sq-clean-len
                       MOVE sq-one-char TO sq-clean(sq-clean-len:1)
                   WHEN OTHER
                       MOVE "N" TO sq-number-ok
               END-EVALUATE
           END-PERFORM.

           IF sq-number-ok = "N"
               EXIT PARAGRAPH
           END-IF.

           IF sq-clean(1:2) = "00"
               MOVE SPACES TO sq-raw
               STRING "+" DELIMITED BY SIZE
                      sq-clean(3:) DELIMITED BY SPACE
                   INTO sq-raw
               END-STRING
               MOVE sq-raw TO sq-clean
               SUBTRACT 1 FROM sq-clean-len
           END-IF.

           IF sq-clean(1:1) NOT = "+"
              OR sq-clean-len < 9 OR sq-clean-len > 16
               MOVE "N" TO sq-number-ok
           END-IF.

      *****************************************************************
      *** One pass over the customer master: a record whose phone   ***
      *** comes out as this same number with the do-not-text flag   ***
      *** up refuses the spool. A missing master just means nothing ***
      *** is suppressed.                                            ***
      *****************************************************************
       check-number-suppressed.

           MOVE "N" TO sq-suppressed.

           OPEN INPUT customers-file.
           IF customers-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ customers-file NEXT RECORD
               AT END MOVE "10" TO customers-file-status
           END-READ.
           PERFORM UNTIL customers-file-status NOT = "00"
               OR sq-suppressed = "Y"
      *** Only an opted-out record is opened to read its number.    ***
               IF CUST-NO-SMS = "Y"
                   CALL "custcrypt" USING "O" customer-record
                       sq-open-result END-CALL
               END-IF
               IF CUST-NO-SMS = "Y"
                  AND FUNCTION TRIM(CUST-PHONE) NOT = SPACES
                   MOVE CUST-PHONE TO sq-raw
                   PERFORM normalize-number
                   IF sq-number-ok = "Y" AND sq-clean = sq-wanted
                       MOVE "Y" TO sq-suppressed
                   END-IF
               END-IF
               READ customers-file NEXT RECORD
                   AT END MOVE "10" TO customers-file-status
               END-READ
           END-PERFORM.

           CLOSE customers-file.
