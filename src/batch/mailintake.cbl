      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly intake of customer email replies as      ***
      ***          contact notes                                    ***
      *** UPDATE:  a sender is matched to a sealed record through   ***
      ***          its email lookup key                             ***
      *** UPDATE:  the clerk named on a reply is the account owner, ***
      ***          else the last staff note writer                  ***
      *****************************************************************
      *** Nightly batch step: reads the relay's delivered-mail drop ***
      *** (data/inmail.txt, one message per line as                 ***
      *** "received|from|subject|first line of the body") and ties  ***
      *** each reply to the customer it came from, so the answers   ***
      *** to invoices, reminders and campaigns stop sitting in a    ***
      *** shared mailbox. A message is matched, in this order, by   ***
      ***   - its sender address against CUST-EMAIL (folded to      ***
      ***     lower case, merged-away records skipped),             ***
      ***   - a campaign reference "[ref <campaign>/<customer>]",   ***
      ***     which every campaign mail carries in its subject,     ***
      ***   - an invoice reference "invoice <number>", which every  ***
      ***     invoice and reminder subject carries.                 ***
      *** A matched message is filed through writecustnote as a     ***
      *** contact-history note due MAILREPLYDAYS days out (runtime  ***
      *** config, 1 built in), so it lands on the callback work     ***
      *** list. The note names the account's clerk - its owner, or  ***
      *** on an unowned account whoever last wrote a note on it     ***
      *** from a staff login - when there is one. Anything          ***
      *** unmatched, or a note that could not be filed, goes to the ***
      *** triage dataset                                            ***
      *** (triagefld.cbl), which /admin/mailtriage works by hand.   ***
      *** The drop is read in batches the processbounces way - one  ***
      *** table's worth of messages and one pass over the master at ***
      *** a time - and only moved aside to data/inmail.prev once    ***
      *** fully consumed.                                           ***
      *** A sealed customer record is matched on CUST-EMAIL-KEY,    ***
      *** the sender address's lookup key (custcrypt), without      ***
      *** being opened.                                             ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. mailintake.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "custdef.cbl".
           COPY "invdef.cbl".
           COPY "campdef.cbl".
           COPY "custnotedef.cbl".
           COPY "userdef.cbl".
           COPY "triagedef.cbl".

           SELECT inmail-file
               ASSIGN TO "data/inmail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS inmail-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD invoices-file.
       01 invoice-record.
           COPY "invfld.cbl".

       FD campaigns-file.
       01 campaign-record.
           COPY "campfld.cbl".

       FD custnotes-file.
       01 custnote-record.
           COPY "custnotefld.cbl".

       FD users-file.
       01 user-record.
           COPY "userfld.cbl".

       FD triage-file.
       01 triage-record.
           COPY "triagefld.cbl".

       FD inmail-file.
       01 inmail-line PIC X(400).

       WORKING-STORAGE SECTION.
       77 customers-file-status PIC X(2).
       77 invoices-file-status  PIC X(2).
       77 campaigns-file-status PIC X(2).
       77 custnotes-file-status PIC X(2).
       77 users-file-status     PIC X(2).
       77 triage-file-status    PIC X(2).
       77 inmail-file-status    PIC X(2).

      *** One table's worth of messages. msg-how says what matched  ***
      *** it: A sender address, C campaign reference, I invoice     ***
      *** reference, spaces nothing yet.                            ***
       78 msg-table-max VALUE 100.
       01 msg-table.
          05 msg-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 msg-entry OCCURS 100 TIMES.
             10 msg-received PIC X(30).
             10 msg-from     PIC X(90).
             10 msg-addr     PIC X(90).
             10 msg-addr-key PIC X(16).
             10 msg-subject  PIC X(90).
             10 msg-snippet  PIC X(120).
             10 msg-cust     PIC X(10).
             10 msg-how      PIC X(1).

       77 mi-ctr          PIC 9(4) USAGE COMP-5.
       77 mi-from-head    PIC X(90).
       77 mi-from-addr    PIC X(90).
       77 mi-lt-tally     PIC 9(4) USAGE COMP-5.

      *** A sender's address as the master's lookup key, so it      ***
      *** matches a sealed record without opening it.               ***
       01 mail-key-customer.
           COPY "custfld.cbl"
              REPLACING LEADING ==CUST== BY ==MK==.
       77 mail-key-result PIC X(01).
       77 addr-hit        PIC X(01).

       77 ref-tally       PIC 9(4) USAGE COMP-5.
       77 ref-head        PIC X(90).
       77 ref-tail        PIC X(90).
       77 ref-camp        PIC X(20).
       77 ref-cust        PIC X(20).
       77 ref-inv         PIC X(20).
       77 subject-lower   PIC X(90).
       77 campaigns-open  PIC X(01).
       77 invoices-open   PIC X(01).

       77 clerk-name      PIC X(30).
       77 mi-role         PIC X(10).
       77 mi-role-codes   PIC X(60).
       77 mi-role-staff   PIC X(01).

       77 reply-text      PIC X(200).
       77 reply-ptr       PIC 9(4) USAGE COMP-5.
       77 reply-user      PIC X(30) VALUE "mailintake".
       77 reply-followup  PIC X(8).
       77 reply-written   PIC X(01).

       77 reply-days      PIC 9(5) VALUE 1.
       77 reply-due       PIC 9(8).
       77 cfg-key-name    PIC X(30).
       77 cfg-default     PIC 9(12).
       77 cfg-result      PIC 9(12).

       77 triage-new-key  PIC 9(10) VALUE 0.
       77 triage-key-disp PIC Z(9)9.

       77 total-messages  PIC 9(7) USAGE COMP-5 VALUE 0.
       77 noted-count     PIC 9(7) USAGE COMP-5 VALUE 0.
       77 triaged-count   PIC 9(7) USAGE COMP-5 VALUE 0.
       77 lost-count      PIC 9(7) USAGE COMP-5 VALUE 0.
       77 archive-command PIC X(120).

      *** Batch bookkeeping, the processbounces way: how many drop  ***
      *** lines earlier batches consumed, and whether the last load ***
      *** reached the end of the file.                              ***
       77 lines-consumed  PIC 9(7) USAGE COMP-5 VALUE 0.
       77 mi-skip-ctr     PIC 9(7) USAGE COMP-5.
       77 file-exhausted  PIC X(01) VALUE "N".

       PROCEDURE DIVISION.

       start-mailintake.

           MOVE "MAILREPLYDAYS" TO cfg-key-name.
           MOVE 1 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           IF cfg-result < 100000
               MOVE cfg-result TO reply-days
           END-IF.
           COMPUTE reply-due = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               + reply-days).
           MOVE reply-due TO reply-followup.

           PERFORM load-messages.
           IF msg-count = 0 AND lines-consumed = 0
               DISPLAY "mailintake: no inbound mail tonight."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL msg-count = 0
               PERFORM match-by-address
               PERFORM match-by-reference
               PERFORM file-messages
               ADD msg-count TO total-messages
               ADD msg-count TO lines-consumed
               IF file-exhausted = "Y"
                   MOVE 0 TO msg-count
               ELSE
                   PERFORM load-messages
               END-IF
           END-PERFORM.

      *** Fully consumed - only now does the drop move aside, so an ***
      *** interrupted run reworks it from the top.                  ***
           MOVE "mv data/inmail.txt data/inmail.prev"
               TO archive-command.
           CALL "SYSTEM" USING archive-command END-CALL.

           DISPLAY "mailintake: " total-messages " message(s), "
               noted-count " filed as contact notes, "
               triaged-count " sent to triage.".
           IF lost-count > 0
               DISPLAY "mailintake: " lost-count " message(s) could "
                   "neither be noted nor triaged - see data/inmail.prev"
           END-IF.

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *****************************************************************
      *** One table's worth of messages, skipping the lines earlier ***
      *** batches already worked. A blank line still counts as      ***
      *** consumed, or the skip arithmetic would reread it forever. ***
      *****************************************************************
       load-messages.

           MOVE 0 TO msg-count.
           MOVE "N" TO file-exhausted.

           OPEN INPUT inmail-file.
           IF inmail-file-status NOT = "00"
               MOVE "Y" TO file-exhausted
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING mi-skip-ctr FROM 1 BY 1
                   UNTIL mi-skip-ctr > lines-consumed
                   OR inmail-file-status NOT = "00"
               READ inmail-file
                   AT END MOVE "10" TO inmail-file-status
               END-READ
           END-PERFORM.

           READ inmail-file
               AT END MOVE "10" TO inmail-file-status
           END-READ.
           PERFORM UNTIL inmail-file-status NOT = "00"
               OR msg-count >= msg-table-max
               ADD 1 TO msg-count
               PERFORM split-one-message
               READ inmail-file
                   AT END MOVE "10" TO inmail-file-status
               END-READ
           END-PERFORM.

           IF inmail-file-status NOT = "00"
               MOVE "Y" TO file-exhausted
           END-IF.

           CLOSE inmail-file.

      *** "Name <addr>" or a bare address; either way msg-addr ends ***
      *** up as the folded address alone.                           ***
       split-one-message.

           MOVE SPACES TO msg-entry(msg-count).
           UNSTRING inmail-line DELIMITED BY "|"
               INTO msg-received(msg-count) msg-from(msg-count)
                    msg-subject(msg-count) msg-snippet(msg-count)
           END-UNSTRING.

           MOVE SPACES TO mi-from-head mi-from-addr.
           MOVE 0 TO mi-lt-tally.
           INSPECT msg-from(msg-count) TALLYING mi-lt-tally
               FOR ALL "<".
           IF mi-lt-tally > 0
               UNSTRING msg-from(msg-count) DELIMITED BY "<" OR ">"
                   INTO mi-from-head mi-from-addr
               END-UNSTRING
           ELSE
               UNSTRING FUNCTION TRIM(msg-from(msg-count))
                   DELIMITED BY ALL SPACE
                   INTO mi-from-addr
               END-UNSTRING
           END-IF.
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(mi-from-addr))
               TO msg-addr(msg-count).

      *****************************************************************
      *** One pass over the master: the first live record whose     ***
      *** folded email is a message's sender claims the message.    ***
      *****************************************************************
       match-by-address.

           OPEN INPUT customers-file.
           IF customers-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING mi-ctr FROM 1 BY 1
                   UNTIL mi-ctr > msg-count
               MOVE SPACES TO mail-key-customer
               MOVE msg-addr(mi-ctr) TO MK-EMAIL
               CALL "custcrypt" USING "K" mail-key-customer
                   mail-key-result END-CALL
               MOVE MK-EMAIL-KEY TO msg-addr-key(mi-ctr)
           END-PERFORM.

           READ customers-file NEXT RECORD
               AT END MOVE "10" TO customers-file-status
           END-READ.
           PERFORM UNTIL customers-file-status NOT = "00"
               IF CUST-MERGED-INTO = SPACES
                  AND ((CUST-SEALED = "Y"
                        AND CUST-EMAIL-KEY NOT = SPACES)
                    OR (CUST-SEALED NOT = "Y"
                        AND FUNCTION TRIM(CUST-EMAIL) NOT = SPACES))
                   PERFORM claim-by-address
               END-IF
               READ customers-file NEXT RECORD
                   AT END MOVE "10" TO customers-file-status
               END-READ
           END-PERFORM.

           CLOSE customers-file.

       claim-by-address.

           PERFORM VARYING mi-ctr FROM 1 BY 1
                   UNTIL mi-ctr > msg-count
               IF msg-how(mi-ctr) = SPACE
                  AND msg-addr(mi-ctr) NOT = SPACES
                   PERFORM judge-address-hit
                   IF addr-hit = "Y"
                       MOVE CUST-ID TO msg-cust(mi-ctr)
                       MOVE "A" TO msg-how(mi-ctr)
                   END-IF
               END-IF
           END-PERFORM.

      *** A sealed record answers by its lookup key; one still in   ***
      *** clear by the folded address itself.                       ***
       judge-address-hit.

           MOVE "N" TO addr-hit.
           IF CUST-SEALED = "Y"
               IF msg-addr-key(mi-ctr) NOT = SPACES
                  AND CUST-EMAIL-KEY = msg-addr-key(mi-ctr)
                   MOVE "Y" TO addr-hit
               END-IF
           ELSE
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(CUST-EMAIL)) =
                  msg-addr(mi-ctr)
                   MOVE "Y" TO addr-hit
               END-IF
           END-IF.

      *****************************************************************
      *** A message no address claimed may still carry a reference  ***
      *** in its subject: a campaign tag names the customer         ***
      *** outright, an invoice number leads to its customer. A      ***
      *** reference to a campaign, invoice or customer not on file  ***
      *** is no match.                                              ***
      *****************************************************************
       match-by-reference.

           OPEN INPUT customers-file.
           IF customers-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT campaigns-file.
           MOVE "N" TO campaigns-open.
           IF campaigns-file-status = "00"
               MOVE "Y" TO campaigns-open
           END-IF.
           OPEN INPUT invoices-file.
           MOVE "N" TO invoices-open.
           IF invoices-file-status = "00"
               MOVE "Y" TO invoices-open
           END-IF.

           PERFORM VARYING mi-ctr FROM 1 BY 1
                   UNTIL mi-ctr > msg-count
               IF msg-how(mi-ctr) = SPACE
                   PERFORM match-campaign-reference
               END-IF
               IF msg-how(mi-ctr) = SPACE
                   PERFORM match-invoice-reference
               END-IF
           END-PERFORM.

           IF campaigns-open = "Y"
               CLOSE campaigns-file
           END-IF.
           IF invoices-open = "Y"
               CLOSE invoices-file
           END-IF.
           CLOSE customers-file.

       match-campaign-reference.

           IF campaigns-open NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ref-tally.
           INSPECT msg-subject(mi-ctr) TALLYING ref-tally
               FOR ALL "[ref ".
           IF ref-tally = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ref-head ref-tail ref-camp ref-cust.
           UNSTRING msg-subject(mi-ctr) DELIMITED BY "[ref "
               INTO ref-head ref-tail
           END-UNSTRING.
           UNSTRING ref-tail DELIMITED BY "/" OR "]"
               INTO ref-camp ref-cust
           END-UNSTRING.
           IF FUNCTION TRIM(ref-camp) = SPACES
              OR FUNCTION TRIM(ref-cust) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ref-camp) TO CAMP-ID.
           READ campaigns-file
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           MOVE FUNCTION TRIM(ref-cust) TO CUST-ID.
           READ customers-file
               INVALID KEY EXIT PARAGRAPH
           END-READ.

           MOVE CUST-ID TO msg-cust(mi-ctr).
           MOVE "C" TO msg-how(mi-ctr).

       match-invoice-reference.

           IF invoices-open NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION LOWER-CASE(msg-subject(mi-ctr))
               TO subject-lower.
           MOVE 0 TO ref-tally.
           INSPECT subject-lower TALLYING ref-tally
               FOR ALL "invoice ".
           IF ref-tally = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ref-head ref-tail ref-inv.
           UNSTRING subject-lower DELIMITED BY "invoice "
               INTO ref-head ref-tail
           END-UNSTRING.
           UNSTRING FUNCTION TRIM(ref-tail)
               DELIMITED BY ALL SPACE OR "," OR ")" OR ":"
               INTO ref-inv
           END-UNSTRING.
           IF ref-inv(1:1) = "#"
               MOVE ref-inv(2:) TO ref-inv
           END-IF.
           IF FUNCTION TRIM(ref-inv) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ref-inv) TO INV-NO.
           READ invoices-file
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           MOVE INV-CUST-ID TO CUST-ID.
           READ customers-file
               INVALID KEY EXIT PARAGRAPH
           END-READ.

           MOVE CUST-ID TO msg-cust(mi-ctr).
           MOVE "I" TO msg-how(mi-ctr).

      *****************************************************************
      *** Every message of the batch ends up somewhere: a note on   ***
      *** the account it matched, or the triage dataset.            ***
      *****************************************************************
       file-messages.

           OPEN INPUT users-file.

           PERFORM VARYING mi-ctr FROM 1 BY 1
                   UNTIL mi-ctr > msg-count
               IF msg-how(mi-ctr) NOT = SPACE
                   PERFORM file-contact-note
               ELSE
                   IF msg-from(mi-ctr) NOT = SPACES
                      OR msg-subject(mi-ctr) NOT = SPACES
                       PERFORM file-triage-entry
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE users-file.

       file-contact-note.

           PERFORM find-account-clerk.

           MOVE SPACES TO reply-text.
           MOVE 1 TO reply-ptr.
           IF clerk-name NOT = SPACES
               STRING "for "                    DELIMITED BY SIZE
                      FUNCTION TRIM(clerk-name) DELIMITED BY SIZE
                      " - "                     DELIMITED BY SIZE
                   INTO reply-text WITH POINTER reply-ptr
               END-STRING
           END-IF.
           STRING "email reply from "               DELIMITED BY SIZE
                  FUNCTION TRIM(msg-addr(mi-ctr))   DELIMITED BY SIZE
                  " "                               DELIMITED BY SIZE
                  FUNCTION TRIM(msg-received(mi-ctr))
                                                    DELIMITED BY SIZE
                  ": "                              DELIMITED BY SIZE
                  FUNCTION TRIM(msg-subject(mi-ctr))
                                                    DELIMITED BY SIZE
                  " - "                             DELIMITED BY SIZE
                  FUNCTION TRIM(msg-snippet(mi-ctr))
                                                    DELIMITED BY SIZE
               INTO reply-text WITH POINTER reply-ptr
           END-STRING.

           MOVE "N" TO reply-written.
           CALL "writecustnote" USING msg-cust(mi-ctr) reply-text
               reply-user reply-followup reply-written END-CALL.
           IF reply-written = "Y"
               ADD 1 TO noted-count
           ELSE
               PERFORM file-triage-entry
           END-IF.

      *****************************************************************
      *** The account's clerk is its owner (CUST-OWNER) when it has ***
      *** one. An account nobody owns falls back to whoever last    ***
      *** wrote a note on it from a staff login - the batch jobs'   ***
      *** notes don't count, and neither do the customer's own      ***
      *** portal corrections, written under the portal login.       ***
      *****************************************************************
       find-account-clerk.

           MOVE SPACES TO clerk-name.

           OPEN INPUT customers-file.
           IF customers-file-status = "00"
               MOVE msg-cust(mi-ctr) TO CUST-ID
               READ customers-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CUST-OWNER TO clerk-name
               END-READ
               CLOSE customers-file
           END-IF.
           IF clerk-name NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT custnotes-file.
           IF custnotes-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE msg-cust(mi-ctr) TO NOTE-CUST-ID.
           MOVE 0 TO NOTE-SEQ.
           START custnotes-file KEY NOT < NOTE-KEY
               INVALID KEY MOVE "10" TO custnotes-file-status
           END-START.
           IF custnotes-file-status = "00"
               READ custnotes-file NEXT RECORD
                   AT END MOVE "10" TO custnotes-file-status
               END-READ
           END-IF.
           PERFORM UNTIL custnotes-file-status NOT = "00"
               OR NOTE-CUST-ID NOT = msg-cust(mi-ctr)
               IF users-file-status = "00"
                  AND NOTE-USER NOT = SPACES
                   MOVE NOTE-USER TO USR-NAME
                   READ users-file
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM take-staff-clerk
                   END-READ
                   MOVE "00" TO users-file-status
               END-IF
               READ custnotes-file NEXT RECORD
                   AT END MOVE "10" TO custnotes-file-status
               END-READ
           END-PERFORM.

           CLOSE custnotes-file.

       take-staff-clerk.

           MOVE USR-ROLE TO mi-role.
           CALL "getrolecos" USING mi-role mi-role-codes mi-role-staff
               END-CALL.
           IF mi-role-staff = "Y"
               MOVE NOTE-USER TO clerk-name
           END-IF.

       file-triage-entry.

           CALL "getnextkey" USING "MAILTRIAGE" triage-new-key
               END-CALL.
           IF triage-new-key = 0
               ADD 1 TO lost-count
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O triage-file.
           IF triage-file-status = "35"
               OPEN OUTPUT triage-file
               CLOSE triage-file
               OPEN I-O triage-file
           END-IF.
           IF triage-file-status NOT = "00"
               ADD 1 TO lost-count
               EXIT PARAGRAPH
           END-IF.

           MOVE triage-new-key TO triage-key-disp.
           MOVE SPACES TO triage-record.
           MOVE FUNCTION TRIM(triage-key-disp) TO TRI-ID.
           MOVE msg-received(mi-ctr) TO TRI-RECEIVED.
           MOVE msg-from(mi-ctr) TO TRI-FROM.
           MOVE msg-subject(mi-ctr) TO TRI-SUBJECT.
           MOVE msg-snippet(mi-ctr) TO TRI-SNIPPET.
           MOVE "O" TO TRI-STATUS.
           MOVE FUNCTION CURRENT-DATE TO TRI-CREATED.
           WRITE triage-record
               INVALID KEY ADD 1 TO lost-count
               NOT INVALID KEY ADD 1 TO triaged-count
           END-WRITE.

           CLOSE triage-file.
