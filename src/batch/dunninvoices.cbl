      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly staged dunning of overdue invoices       ***
      *** UPDATE:  what an order owes includes its billed tax       ***
      *** UPDATE:  text-message fallback before the printed letter  ***
      *** UPDATE:  a consolidated invoice's open amount takes in    ***
      ***          its branches' orders                             ***
      *** UPDATE:  the final-notice note names the account owner,   ***
      ***          and the run log counts final notices per owner   ***
      *** UPDATE:  the customer is opened before the reminder is    ***
      ***          addressed                                        ***
      *** UPDATE:  an invoice's age is counted from its due date    ***
      *****************************************************************
      *** Nightly batch step: walks the invoice dataset and chases  ***
      *** every invoice that still has money owing on it, one stage ***
      *** at a time. INV-DUN-STAGE remembers how far each one has   ***
      *** got: once an invoice is DUNNINGDAYS1 days past its due    ***
      *** date (INV-DUE-DATE, or the payment terms from the invoice ***
      *** date on an invoice cut without one; runtime config, 30    ***
      *** built in) it gets the polite reminder, at                 ***
      *** DUNNINGDAYS2 (45) the firm one, at DUNNINGDAYS3 (60) the  ***
      *** final notice - and the final notice also files a contact- ***
      *** history note, due today, so the collections clerk finds   ***
      *** the account on the callback work list (the note names the ***
      *** account owner, whose filtered list shows it, and the run  ***
      *** log counts the night's final notices per owner). Never    ***
      *** more than one stage a night. Each stage has its own       ***
      *** template under views/mail (dunning1/2/3.cow, in the       ***
      *** customer's CUST-LANG where one exists) and goes through   ***
      *** composemail and the mail spool like the invoice did. A    ***
      *** do-not-email or bounced-out customer, or an address the   ***
      *** spool refuses, is texted a short reminder at CUST-PHONE   ***
      *** when DUNNINGSMS is 1 and the do-not-text flag is down;    ***
      *** failing that it gets the letter printed to                ***
      *** data/dunningletters.prn instead, one letter per page with ***
      *** the address block, for the front desk to post. The        ***
      *** sequence stops by itself: an invoice whose orders are     ***
      *** settled is never chased, and a credit note raised against ***
      *** an invoice takes it out of dunning - the dispute is being ***
      *** worked by hand.                                           ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. dunninvoices.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "invdef.cbl".
           COPY "orderdef.cbl".
           COPY "custdef.cbl".

           SELECT print-file
               ASSIGN TO "data/dunningletters.prn"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS print-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD invoices-file.
       01 invoice-record.
           COPY "invfld.cbl".

       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 invoices-file-status  PIC X(2).
       77 orders-file-status    PIC X(2).
       77 customers-file-status PIC X(2).
       77 open-result           PIC X(01).
       77 print-file-status     PIC X(2).
       77 cfs-failed            PIC X(01).

       78 PAGE-LINES VALUE 60.

       77 run-date      PIC X(8).
       77 run-date-int  PIC 9(8) USAGE COMP-5.
       77 due-date      PIC X(8).
       77 due-date-int  PIC 9(8) USAGE COMP-5.
       77 terms-type    PIC X(1).
       77 terms-days    PIC 9(3).
       77 inv-age-days  PIC S9(8) USAGE COMP-5.
       77 inv-age-disp  PIC Z(7)9.
       77 inv-open-amt  PIC 9(11)V99.
      *** A consolidated invoice's orders sit under the parent and  ***
      *** under each branch on it (INV-BRANCH).                     ***
       77 walk-ctr      PIC 9(2).
       77 walk-cust     PIC X(10).
       77 next-stage    PIC 9(1).
       77 cust-found    PIC X(01).
       77 sent-by-mail  PIC X(01).
       77 sms-fallback  PIC 9(1) VALUE 0.

      *** Days-overdue thresholds for stages 1, 2 and 3.            ***
       01 dunning-thresholds.
          05 dun-days PIC 9(4) OCCURS 3 TIMES.
       77 cfg-key-name  PIC X(30).
       77 cfg-default   PIC 9(12).
       77 cfg-result    PIC 9(12).

       01 stage-counts.
          05 stage-count PIC 9(5) USAGE COMP-5 OCCURS 3 TIMES.
       77 mailed-count  PIC 9(5) USAGE COMP-5 VALUE 0.
       77 printed-count PIC 9(5) USAGE COMP-5 VALUE 0.
       77 texted-count  PIC 9(5) USAGE COMP-5 VALUE 0.
       77 note-count    PIC 9(5) USAGE COMP-5 VALUE 0.
       77 lines-on-page PIC 9(4) USAGE COMP-5 VALUE 0.

      *** The same currency editing showsum's display-result        ***
      *** carries, so the reminder reads like the invoice.          ***
       77 money-result   PIC S9(18)V99 VALUE 0.
       77 display-result PIC $ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       77 mail-to-addr  PIC X(90).
       77 mail-subject  PIC X(90).
       77 mail-body     PIC X(500).
       77 mail-template PIC X(30).
       77 mail-accepted PIC X(01).
       77 mail-lang     PIC X(2) VALUE SPACES.
       77 stage-word    PIC X(20).

       77 sms-to-number PIC X(20).
       77 sms-text      PIC X(160).
       77 sms-template  PIC X(30).
       77 sms-accepted  PIC X(01).

       01 the-mailvars.
           COPY "cowvars.cbl".

       77 note-text     PIC X(200).
       77 note-user     PIC X(30) VALUE "dunninvoices".
       77 note-followup PIC X(8).
       77 note-written  PIC X(01).

      *** Final notices counted per account owner (CUST-OWNER) for  ***
      *** the run log; the unowned ones under spaces.               ***
       78 owner-max VALUE 100.
       01 owner-finals.
          05 owner-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 owner-entry OCCURS 100 TIMES.
             10 of-owner PIC X(30).
             10 of-count PIC 9(5) USAGE COMP-5.
       77 owner-ctr     PIC 9(4) USAGE COMP-5.
       77 owner-hit     PIC 9(4) USAGE COMP-5.
       77 owner-word    PIC X(30).
       77 owner-note    PIC X(200).

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-dunninvoices.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.
           COMPUTE run-date-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(run-date)).

           PERFORM load-thresholds.

           MOVE 0 TO stage-count(1) stage-count(2) stage-count(3).

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING "data/dunningletters.prn"
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           OPEN I-O invoices-file.
           IF invoices-file-status NOT = "00"
               DISPLAY "dunninvoices: no invoice dataset, nothing "
                   "to chase."
               CLOSE print-file
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT orders-file.
           OPEN INPUT customers-file.

           READ invoices-file NEXT RECORD
               AT END MOVE "10" TO invoices-file-status
           END-READ.
           PERFORM UNTIL invoices-file-status NOT = "00"
               PERFORM judge-one-invoice
               READ invoices-file NEXT RECORD
                   AT END MOVE "10" TO invoices-file-status
               END-READ
           END-PERFORM.

           CLOSE invoices-file.
           CLOSE orders-file.
           CLOSE customers-file.
           CLOSE print-file.

           MOVE "data/dunningletters.prn" TO rpt-reg-name.
           MOVE "dunninvoices" TO rpt-reg-program.
           MOVE printed-count TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           DISPLAY "dunninvoices: " stage-count(1) " polite, "
               stage-count(2) " firm, " stage-count(3)
               " final; " mailed-count " mailed, " texted-count
               " texted, " printed-count " printed, " note-count
               " collections note(s).".
           PERFORM VARYING owner-ctr FROM 1 BY 1
                   UNTIL owner-ctr > owner-count
               MOVE of-owner(owner-ctr) TO owner-word
               IF owner-word = SPACES
                   MOVE "(no owner)" TO owner-word
               END-IF
               DISPLAY "dunninvoices:   final notices for "
                   owner-word ": " of-count(owner-ctr)
           END-PERFORM.

           MOVE 0 TO RETURN-CODE.

           GOBACK.

       load-thresholds.

           MOVE "DUNNINGDAYS1" TO cfg-key-name.
           MOVE 30 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           MOVE cfg-result TO dun-days(1).

           MOVE "DUNNINGDAYS2" TO cfg-key-name.
           MOVE 45 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           MOVE cfg-result TO dun-days(2).

           MOVE "DUNNINGDAYS3" TO cfg-key-name.
           MOVE 60 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           MOVE cfg-result TO dun-days(3).

           MOVE "DUNNINGSMS" TO cfg-key-name.
           MOVE 0 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           IF cfg-result = 1
               MOVE 1 TO sms-fallback
           END-IF.

      *****************************************************************
      *** Is this invoice due its next stage tonight? Finished,     ***
      *** credited and settled invoices drop out first; then the    ***
      *** age decides.                                              ***
      *****************************************************************
       judge-one-invoice.

           IF INV-DUN-STAGE NOT NUMERIC
               MOVE 0 TO INV-DUN-STAGE
           END-IF.

           IF INV-DUN-STAGE >= 3
               EXIT PARAGRAPH
           END-IF.

           IF INV-CREDITED > 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM total-invoice-open-amount.
           IF inv-open-amt = 0
               EXIT PARAGRAPH
           END-IF.

      *** Lateness runs from the due date the invoice was cut with, ***
      *** or, on one cut before invoices carried it, the date the   ***
      *** payment terms give from the invoice date.                 ***
           MOVE INV-DUE-DATE TO due-date.
           IF due-date = SPACES
               MOVE SPACES TO terms-type
               MOVE 0 TO terms-days
               CALL "getduedate" USING INV-CREATED(1:8) terms-type
                   terms-days due-date END-CALL
           END-IF.
           IF due-date = SPACES
               EXIT PARAGRAPH
           END-IF.

           COMPUTE due-date-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(due-date)).
           COMPUTE inv-age-days = run-date-int - due-date-int.

           COMPUTE next-stage = INV-DUN-STAGE + 1.
           IF inv-age-days < dun-days(next-stage)
               EXIT PARAGRAPH
           END-IF.

           PERFORM send-one-reminder.

           MOVE next-stage TO INV-DUN-STAGE.
           MOVE run-date TO INV-DUN-DATE.
           REWRITE invoice-record
               INVALID KEY CONTINUE
           END-REWRITE.
           ADD 1 TO stage-count(next-stage).

      *****************************************************************
      *** What the invoice still owes: its orders sit under the     ***
      *** invoiced customer's id - and, on a consolidated invoice,  ***
      *** under each branch's - so a START-and-walk per id finds    ***
      *** them.                                                     ***
      *****************************************************************
       total-invoice-open-amount.

           MOVE 0 TO inv-open-amt.

           PERFORM VARYING walk-ctr FROM 0 BY 1
                   UNTIL walk-ctr > INV-BRANCH-COUNT
               IF walk-ctr = 0
                   MOVE INV-CUST-ID TO walk-cust
               ELSE
                   MOVE INV-BR-CUST-ID(walk-ctr) TO walk-cust
               END-IF
               PERFORM total-one-cust-open
           END-PERFORM.

       total-one-cust-open.

           MOVE walk-cust TO ORD-CUST-ID.
           MOVE 0 TO ORD-NO.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "10" TO orders-file-status
           END-START.

           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
               PERFORM UNTIL orders-file-status NOT = "00"
                   OR ORD-CUST-ID NOT = walk-cust
                   IF ORD-INVOICE = INV-NO
                      AND (ORD-STATUS = "O" OR ORD-STATUS = "B")
                      AND ORD-AMOUNT + ORD-TAX > ORD-PAID + ORD-CREDITED
                       COMPUTE inv-open-amt = inv-open-amt
                           + ORD-AMOUNT + ORD-TAX
                           - ORD-PAID - ORD-CREDITED
                   END-IF
                   READ orders-file NEXT RECORD
                       AT END MOVE "10" TO orders-file-status
                   END-READ
               END-PERFORM
           END-IF.
           MOVE "00" TO orders-file-status.

       send-one-reminder.

           MOVE "N" TO cust-found.
           MOVE INV-CUST-ID TO CUST-ID.
           READ customers-file
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO cust-found
           END-READ.
           IF cust-found NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           CALL "custcrypt" USING "O" customer-record open-result
               END-CALL.

           COMPUTE money-result = inv-open-amt.
           MOVE money-result TO display-result.
           MOVE inv-age-days TO inv-age-disp.

           EVALUATE next-stage
               WHEN 1
                   MOVE "dunning1" TO mail-template
                   MOVE "Reminder" TO stage-word
               WHEN 2
                   MOVE "dunning2" TO mail-template
                   MOVE "Second reminder" TO stage-word
               WHEN OTHER
                   MOVE "dunning3" TO mail-template
                   MOVE "Final notice" TO stage-word
           END-EVALUATE.

           PERFORM build-reminder-wording.

           MOVE "N" TO sent-by-mail.
           IF CUST-EMAIL-BAD NOT = "Y" AND CUST-NO-EMAIL NOT = "Y"
               PERFORM mail-one-reminder
           END-IF.

           IF sent-by-mail = "N"
              AND sms-fallback = 1
              AND CUST-NO-SMS NOT = "Y"
              AND FUNCTION TRIM(CUST-PHONE) NOT = SPACES
               PERFORM text-one-reminder
           END-IF.

           IF sent-by-mail = "N"
               PERFORM print-one-letter
           END-IF.

           IF next-stage = 3
               PERFORM file-collections-note
           END-IF.

      *****************************************************************
      *** Built-in wording first, so a missing template still sends ***
      *** something sensible; composemail replaces it when the      ***
      *** stage's template is readable.                             ***
      *****************************************************************
       build-reminder-wording.

           MOVE SPACES TO mail-subject.
           STRING FUNCTION TRIM(stage-word)     DELIMITED BY SIZE
                  ": invoice "                  DELIMITED BY SIZE
                  FUNCTION TRIM(INV-NO)         DELIMITED BY SIZE
               INTO mail-subject
           END-STRING.

           MOVE SPACES TO mail-body.
           EVALUATE next-stage
               WHEN 1
                   STRING "Dear "                  DELIMITED BY SIZE
                      FUNCTION TRIM(CUST-NAME)     DELIMITED BY SIZE
                      ", our records show invoice " DELIMITED BY SIZE
                      FUNCTION TRIM(INV-NO)        DELIMITED BY SIZE
                      " still has "                DELIMITED BY SIZE
                      FUNCTION TRIM(display-result) DELIMITED BY SIZE
                      " outstanding. If you have already paid, "
                                                   DELIMITED BY SIZE
                      "please ignore this reminder."
                                                   DELIMITED BY SIZE
                       INTO mail-body
                   END-STRING
               WHEN 2
                   STRING "Dear "                  DELIMITED BY SIZE
                      FUNCTION TRIM(CUST-NAME)     DELIMITED BY SIZE
                      ", invoice "                 DELIMITED BY SIZE
                      FUNCTION TRIM(INV-NO)        DELIMITED BY SIZE
                      " is now "                   DELIMITED BY SIZE
                      FUNCTION TRIM(inv-age-disp)  DELIMITED BY SIZE
                      " days overdue and "         DELIMITED BY SIZE
                      FUNCTION TRIM(display-result) DELIMITED BY SIZE
                      " remains unpaid. Please pay it now."
                                                   DELIMITED BY SIZE
                       INTO mail-body
                   END-STRING
               WHEN OTHER
                   STRING "Dear "                  DELIMITED BY SIZE
                      FUNCTION TRIM(CUST-NAME)     DELIMITED BY SIZE
                      ", FINAL NOTICE: invoice "   DELIMITED BY SIZE
                      FUNCTION TRIM(INV-NO)        DELIMITED BY SIZE
                      " for "                      DELIMITED BY SIZE
                      FUNCTION TRIM(display-result) DELIMITED BY SIZE
                      " is seriously overdue. Unless it is paid "
                                                   DELIMITED BY SIZE
                      "within 7 days the account will be passed "
                                                   DELIMITED BY SIZE
                      "to collections."            DELIMITED BY SIZE
                       INTO mail-body
                   END-STRING
           END-EVALUATE.

       mail-one-reminder.

           MOVE CUST-EMAIL TO mail-to-addr.
           MOVE CUST-LANG TO mail-lang.

           MOVE SPACES TO the-mailvars.
           MOVE "name" TO COW-varname(1).
           MOVE FUNCTION TRIM(CUST-NAME) TO COW-varvalue(1).
           MOVE "invoiceno" TO COW-varname(2).
           MOVE FUNCTION TRIM(INV-NO) TO COW-varvalue(2).
           MOVE "total" TO COW-varname(3).
           MOVE FUNCTION TRIM(display-result) TO COW-varvalue(3).
           MOVE "days" TO COW-varname(4).
           MOVE FUNCTION TRIM(inv-age-disp) TO COW-varvalue(4).
           MOVE "issued" TO COW-varname(5).
           MOVE INV-CREATED(1:8) TO COW-varvalue(5).
           CALL "composemail" USING mail-template mail-lang
               the-mailvars mail-body END-CALL.

           MOVE "N" TO mail-accepted.
           CALL "sendmailq" USING mail-to-addr mail-subject
               mail-body mail-template mail-accepted END-CALL.

           IF mail-accepted = "Y"
               MOVE "Y" TO sent-by-mail
               ADD 1 TO mailed-count
           END-IF.

      *****************************************************************
      *** The text-message fallback: one short line that fits a     ***
      *** single message. sendsmsq turns down a number it can't     ***
      *** read as international, so a refused text still ends in    ***
      *** the printed letter.                                       ***
      *****************************************************************
       text-one-reminder.

           MOVE CUST-PHONE TO sms-to-number.
           MOVE SPACES TO sms-template.
           STRING "dunning" DELIMITED BY SIZE
                  next-stage DELIMITED BY SIZE
               INTO sms-template
           END-STRING.

           MOVE SPACES TO sms-text.
           STRING FUNCTION TRIM(stage-word)      DELIMITED BY SIZE
                  ": invoice "                   DELIMITED BY SIZE
                  FUNCTION TRIM(INV-NO)          DELIMITED BY SIZE
                  " has "                        DELIMITED BY SIZE
                  FUNCTION TRIM(display-result)  DELIMITED BY SIZE
                  " outstanding. Please pay or call us."
                                                 DELIMITED BY SIZE
               INTO sms-text
           END-STRING.

           MOVE "N" TO sms-accepted.
           CALL "sendsmsq" USING sms-to-number sms-text sms-template
               sms-accepted END-CALL.

           IF sms-accepted = "Y"
               MOVE "Y" TO sent-by-mail
               ADD 1 TO texted-count
           END-IF.

      *****************************************************************
      *** One letter per page: heading, the address block a window  ***
      *** envelope shows, the wording, then blank lines to the foot ***
      *** of the page so the next letter starts clean.              ***
      *****************************************************************
       print-one-letter.

           MOVE 0 TO lines-on-page.

           MOVE SPACES TO print-line.
           STRING FUNCTION TRIM(stage-word)     DELIMITED BY SIZE
                  " - INVOICE "                 DELIMITED BY SIZE
                  FUNCTION TRIM(INV-NO)         DELIMITED BY SIZE
                  "          DATE "             DELIMITED BY SIZE
                  run-date(1:4)                 DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  run-date(5:2)                 DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  run-date(7:2)                 DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM write-letter-line.

           MOVE SPACES TO print-line.
           PERFORM write-letter-line.
           MOVE CUST-NAME TO print-line.
           PERFORM write-letter-line.
           MOVE CUST-ADDR1 TO print-line.
           PERFORM write-letter-line.
           IF CUST-ADDR2 NOT = SPACES
               MOVE CUST-ADDR2 TO print-line
               PERFORM write-letter-line
           END-IF.
           MOVE SPACES TO print-line.
           STRING FUNCTION TRIM(CUST-POSTCODE)  DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-CITY)      DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM write-letter-line.
           MOVE SPACES TO print-line.
           PERFORM write-letter-line.
           PERFORM write-letter-line.

           MOVE mail-body(1:100) TO print-line.
           PERFORM write-letter-line.
           MOVE mail-body(101:100) TO print-line.
           PERFORM write-letter-line.
           MOVE mail-body(201:100) TO print-line.
           PERFORM write-letter-line.
           MOVE mail-body(301:100) TO print-line.
           PERFORM write-letter-line.
           MOVE mail-body(401:100) TO print-line.
           PERFORM write-letter-line.

           MOVE SPACES TO print-line.
           PERFORM UNTIL lines-on-page >= PAGE-LINES
               PERFORM write-letter-line
           END-PERFORM.

           ADD 1 TO printed-count.

       write-letter-line.

           WRITE print-line.
           ADD 1 TO lines-on-page.
           MOVE SPACES TO print-line.

      *****************************************************************
      *** The final notice puts the account in front of the         ***
      *** collections clerk: a note on the customer, due today.     ***
      *****************************************************************
       file-collections-note.

           MOVE SPACES TO note-text.
           STRING "final notice sent on invoice "  DELIMITED BY SIZE
                  FUNCTION TRIM(INV-NO)           DELIMITED BY SIZE
                  " - "                           DELIMITED BY SIZE
                  FUNCTION TRIM(display-result)   DELIMITED BY SIZE
                  " outstanding, "                DELIMITED BY SIZE
                  FUNCTION TRIM(inv-age-disp)     DELIMITED BY SIZE
                  " days overdue; pass to collections if not paid"
                                                  DELIMITED BY SIZE
               INTO note-text
           END-STRING.
           IF CUST-OWNER NOT = SPACES
               STRING note-text                   DELIMITED BY "  "
                      " (account owner "          DELIMITED BY SIZE
                      FUNCTION TRIM(CUST-OWNER)   DELIMITED BY SIZE
                      ")"                         DELIMITED BY SIZE
                   INTO owner-note
               END-STRING
               MOVE owner-note TO note-text
           END-IF.
           PERFORM count-owner-final.
           MOVE run-date TO note-followup.
           CALL "writecustnote" USING INV-CUST-ID note-text note-user
               note-followup note-written END-CALL.
           IF note-written = "Y"
               ADD 1 TO note-count
           END-IF.

       count-owner-final.

           MOVE 0 TO owner-hit.
           PERFORM VARYING owner-ctr FROM 1 BY 1
                   UNTIL owner-ctr > owner-count OR owner-hit > 0
               IF of-owner(owner-ctr) = CUST-OWNER
                   MOVE owner-ctr TO owner-hit
               END-IF
           END-PERFORM.
           IF owner-hit = 0 AND owner-count < owner-max
               ADD 1 TO owner-count
               MOVE owner-count TO owner-hit
               MOVE CUST-OWNER TO of-owner(owner-hit)
               MOVE 0 TO of-count(owner-hit)
           END-IF.
           IF owner-hit > 0
               ADD 1 TO of-count(owner-hit)
           END-IF.
