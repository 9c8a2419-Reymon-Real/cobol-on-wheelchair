      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly reminder of contracts entering their     ***
      ***          notice period                                    ***
      *** UPDATE:  the customer's name is opened before it is shown ***
      *****************************************************************
      *** Batch job, nightly: every active contract (contfld.cbl)   ***
      *** whose notice period has opened - CON-END less             ***
      *** CON-NOTICE-DAYS is today or behind it - and that hasn't   ***
      *** been reminded yet gets a contact note on the customer,    ***
      *** to be followed up by the contract's end date so it lands  ***
      *** on the callback work list, and its owner is mailed        ***
      *** through the spool at the USR-EMAIL of the owner's login.  ***
      *** CON-NOTICE-SENT is then stamped with today, so each       ***
      *** notice period reminds once; a contract renewed on the     ***
      *** detail view (a new end date) has the stamp cleared and    ***
      *** reminds again next time round. An owner with no address,  ***
      *** or a login since disabled, still gets the note - the      ***
      *** callback list is where somebody picks it up. A contract   ***
      *** whose end date has already passed unreminded is reminded  ***
      *** all the same: it has lapsed and somebody has to know.     ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. contractnotice.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "contdef.cbl".
           COPY "custdef.cbl".
           COPY "userdef.cbl".

       DATA DIVISION.
       FILE SECTION.
       FD contracts-file.
       01 contract-record.
           COPY "contfld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD users-file.
       01 user-record.
           COPY "userfld.cbl".

       WORKING-STORAGE SECTION.
       77 contracts-file-status PIC X(2).
       77 customers-file-status PIC X(2).
       77 open-result           PIC X(01).
       77 users-file-status     PIC X(2).
       77 customers-open        PIC X(01) VALUE "N".
       77 users-open            PIC X(01) VALUE "N".

       77 today8         PIC X(8).
       77 today-int      PIC 9(8) USAGE COMP-5.
       77 end-int        PIC 9(8) USAGE COMP-5.
       77 notice-from    PIC 9(8).
       77 notice-from-x  PIC X(8).

       77 reminded-count PIC 9(5) USAGE COMP-5 VALUE 0.
       77 mailed-count   PIC 9(5) USAGE COMP-5 VALUE 0.
       77 count-disp     PIC Z(4)9.
       77 mailed-disp    PIC Z(4)9.

       77 cust-name-text PIC X(60).
       77 owner-addr     PIC X(90).
       77 contract-disp  PIC Z(9)9.
       77 value-disp     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       77 notice-disp    PIC ZZ9.
       77 end-text       PIC X(10).

       77 note-text      PIC X(200).
       77 note-user      PIC X(30) VALUE "contractnotice".
       77 note-followup  PIC X(8).
       77 note-written   PIC X(01).

       77 mail-to-addr   PIC X(90).
       77 mail-subject   PIC X(90).
       77 mail-body      PIC X(500).
       77 mail-template  PIC X(30) VALUE "contractnotice".
       77 mail-accepted  PIC X(01).
       77 mail-lang      PIC X(2) VALUE SPACES.

       01 the-mailvars.
           COPY "cowvars.cbl".

      *** Before/after images handed to logjournal on every master  ***
      *** write - the roll-forward recovery's raw material.         ***
       01 journal-fields.
          05 jf-dataset PIC X(20).
          05 jf-action  PIC X(1).
          05 jf-key     PIC X(30).
          05 jf-before  PIC X(600).
          05 jf-after   PIC X(600).

       PROCEDURE DIVISION.

       start-contractnotice.

           MOVE FUNCTION CURRENT-DATE(1:8) TO today8.
           COMPUTE today-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(today8)).

      *** No contracts dataset yet is a young system, not a fault.  ***
           OPEN I-O contracts-file.
           IF contracts-file-status = "35"
               DISPLAY "contractnotice: no contracts on file."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF contracts-file-status NOT = "00"
               DISPLAY "contractnotice: contracts dataset could not "
                   "be opened, status " contracts-file-status "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT customers-file.
           IF customers-file-status = "00"
               MOVE "Y" TO customers-open
           END-IF.
           OPEN INPUT users-file.
           IF users-file-status = "00"
               MOVE "Y" TO users-open
           END-IF.

           READ contracts-file NEXT RECORD
               AT END MOVE "10" TO contracts-file-status
           END-READ.
           PERFORM UNTIL contracts-file-status NOT = "00"
               IF CON-STATUS = "A"
                  AND CON-NOTICE-SENT = SPACES
                  AND CON-END IS NUMERIC
                   PERFORM judge-one-contract
               END-IF
               READ contracts-file NEXT RECORD
                   AT END MOVE "10" TO contracts-file-status
               END-READ
           END-PERFORM.

           CLOSE contracts-file.
           IF customers-open = "Y"
               CLOSE customers-file
           END-IF.
           IF users-open = "Y"
               CLOSE users-file
           END-IF.

           MOVE reminded-count TO count-disp.
           MOVE mailed-count TO mailed-disp.
           DISPLAY "contractnotice: " FUNCTION TRIM(count-disp)
               " contract(s) entered their notice period, "
               FUNCTION TRIM(mailed-disp) " owner mail(s) spooled.".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *****************************************************************
      *** Has the notice period opened? Then the note, the mail and ***
      *** the stamp, in that order - a note that can't be filed     ***
      *** leaves the contract unstamped for tomorrow's run.         ***
      *****************************************************************
       judge-one-contract.

           COMPUTE end-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(CON-END)).
           IF end-int - CON-NOTICE-DAYS > today-int
               EXIT PARAGRAPH
           END-IF.
           COMPUTE notice-from = FUNCTION DATE-OF-INTEGER(
               end-int - CON-NOTICE-DAYS).
           MOVE notice-from TO notice-from-x.

           MOVE CON-NO TO contract-disp.
           MOVE CON-VALUE TO value-disp.
           MOVE CON-NOTICE-DAYS TO notice-disp.
           MOVE SPACES TO end-text.
           STRING CON-END(1:4) "-" CON-END(5:2) "-" CON-END(7:2)
                                              DELIMITED BY SIZE
               INTO end-text
           END-STRING.

           MOVE SPACES TO note-text.
           STRING "Contract "                    DELIMITED BY SIZE
                  FUNCTION TRIM(contract-disp)   DELIMITED BY SIZE
                  " ("                           DELIMITED BY SIZE
                  FUNCTION TRIM(CON-TYPE)        DELIMITED BY SIZE
                  ", "                           DELIMITED BY SIZE
                  FUNCTION TRIM(value-disp)      DELIMITED BY SIZE
                  ") is in its "                 DELIMITED BY SIZE
                  FUNCTION TRIM(notice-disp)     DELIMITED BY SIZE
                  "-day notice period and ends " DELIMITED BY SIZE
                  end-text                       DELIMITED BY SIZE
                  " - renew it or give notice (owner "
                                                 DELIMITED BY SIZE
                  FUNCTION TRIM(CON-OWNER)       DELIMITED BY SIZE
                  ")"                            DELIMITED BY SIZE
               INTO note-text
           END-STRING.
           MOVE CON-END TO note-followup.
           MOVE "N" TO note-written.
           CALL "writecustnote" USING CON-CUST-ID note-text note-user
               note-followup note-written END-CALL.
           IF note-written NOT = "Y"
               DISPLAY "contractnotice: note for contract "
                   FUNCTION TRIM(contract-disp) " on "
                   FUNCTION TRIM(CON-CUST-ID)
                   " could not be filed - left for the next run."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO reminded-count.

           PERFORM find-customer-name.
           PERFORM find-owner-address.
           IF owner-addr NOT = SPACES
               PERFORM mail-contract-owner
           ELSE
               DISPLAY "contractnotice: contract "
                   FUNCTION TRIM(contract-disp) " owner "
                   FUNCTION TRIM(CON-OWNER)
                   " has no address - note filed only."
           END-IF.

           MOVE contract-record TO jf-before.
           MOVE today8 TO CON-NOTICE-SENT.
           REWRITE contract-record
               INVALID KEY
                   DISPLAY "contractnotice: contract "
                       FUNCTION TRIM(contract-disp)
                       " could not be stamped."
               NOT INVALID KEY
                   MOVE "contracts" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE CON-KEY TO jf-key
                   MOVE contract-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.

       find-customer-name.

           MOVE CON-CUST-ID TO cust-name-text.
           IF customers-open NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE CON-CUST-ID TO CUST-ID.
           READ customers-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   CALL "custcrypt" USING "O" customer-record
                       open-result END-CALL
                   MOVE CUST-NAME TO cust-name-text
           END-READ.

       find-owner-address.

           MOVE SPACES TO owner-addr.
           IF users-open NOT = "Y" OR CON-OWNER = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE CON-OWNER TO USR-NAME.
           READ users-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF USR-ENABLED NOT = "N"
                       MOVE USR-EMAIL TO owner-addr
                   END-IF
           END-READ.

      *****************************************************************
      *** The owner's reminder, rendered from                       ***
      *** views/mail/contractnotice.cow.                            ***
      *****************************************************************
       mail-contract-owner.

           MOVE "contract entering its notice period" TO mail-subject.
           MOVE SPACES TO mail-body.
           STRING "Contract "                    DELIMITED BY SIZE
                  FUNCTION TRIM(contract-disp)   DELIMITED BY SIZE
                  " with "                       DELIMITED BY SIZE
                  FUNCTION TRIM(cust-name-text)  DELIMITED BY SIZE
                  " ("                           DELIMITED BY SIZE
                  FUNCTION TRIM(CON-CUST-ID)     DELIMITED BY SIZE
                  "), "                          DELIMITED BY SIZE
                  FUNCTION TRIM(CON-TYPE)        DELIMITED BY SIZE
                  " worth "                      DELIMITED BY SIZE
                  FUNCTION TRIM(value-disp)      DELIMITED BY SIZE
                  ", ends on "                   DELIMITED BY SIZE
                  end-text                       DELIMITED BY SIZE
                  " and is now in its "          DELIMITED BY SIZE
                  FUNCTION TRIM(notice-disp)     DELIMITED BY SIZE
                  "-day notice period. Renew it or give notice; "
                                                 DELIMITED BY SIZE
                  "a follow-up note is on the account."
                                                 DELIMITED BY SIZE
               INTO mail-body
           END-STRING.

           MOVE SPACES TO the-mailvars.
           MOVE "owner" TO COW-varname(1).
           MOVE FUNCTION TRIM(CON-OWNER) TO COW-varvalue(1).
           MOVE "contract" TO COW-varname(2).
           MOVE FUNCTION TRIM(contract-disp) TO COW-varvalue(2).
           MOVE "custname" TO COW-varname(3).
           MOVE FUNCTION TRIM(cust-name-text) TO COW-varvalue(3).
           MOVE "custid" TO COW-varname(4).
           MOVE FUNCTION TRIM(CON-CUST-ID) TO COW-varvalue(4).
           MOVE "type" TO COW-varname(5).
           MOVE FUNCTION TRIM(CON-TYPE) TO COW-varvalue(5).
           MOVE "value" TO COW-varname(6).
           MOVE FUNCTION TRIM(value-disp) TO COW-varvalue(6).
           MOVE "enddate" TO COW-varname(7).
           MOVE end-text TO COW-varvalue(7).
           MOVE "noticedays" TO COW-varname(8).
           MOVE FUNCTION TRIM(notice-disp) TO COW-varvalue(8).
           MOVE "noticefrom" TO COW-varname(9).
           MOVE notice-from-x TO COW-varvalue(9).
           MOVE "desc" TO COW-varname(10).
           MOVE FUNCTION TRIM(CON-DESC) TO COW-varvalue(10).
           CALL "composemail" USING mail-template mail-lang
               the-mailvars mail-body END-CALL.

           MOVE owner-addr TO mail-to-addr.
           MOVE "N" TO mail-accepted.
           CALL "sendmailq" USING mail-to-addr mail-subject
               mail-body mail-template mail-accepted
               END-CALL.
           IF mail-accepted = "Y"
               ADD 1 TO mailed-count
           END-IF.
