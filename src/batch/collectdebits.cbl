      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly direct debit run - advance notices and   ***
      ***          the bank submission file                         ***
      *****************************************************************
      *** Nightly batch step, after the invoice run: collects what  ***
      *** invoices owe from the customers who signed a direct debit ***
      *** mandate (mandfld.cbl), in two passes.                     ***
      *** Notice: every base-currency invoice of a customer with an ***
      *** active mandate that still owes something and falls due    ***
      *** within the notice period (DDNOTICEDAYS, 5 days when not   ***
      *** configured) gets a collection (ddcfld.cbl) filed under    ***
      *** the next number off the shared key counter, and the       ***
      *** customer is mailed an advance notice of the amount, the   ***
      *** date and the mandate through the spool ("ddnotice"        ***
      *** template). The collection is due on the invoice's due     ***
      *** date, or the first working day the full notice period     ***
      *** allows when the invoice came too late for that. A notice  ***
      *** the spool refuses (no address, do-not-email) leaves a     ***
      *** contact note due today so the office tells the customer   ***
      *** some other way. An invoice that fell due before its       ***
      *** mandate was signed is left to the ordinary dunning.       ***
      *** Submit: every noticed collection whose day has come goes  ***
      *** to the bank for what the invoice still owes - never more  ***
      *** than the notice said. The money goes on the invoice's     ***
      *** orders oldest first the way the card payments do, and a   ***
      *** receipt is filed with the collection reference as its     ***
      *** bank reference, so a returned debit backs out like any    ***
      *** returned payment. A collection whose invoice is paid by   ***
      *** then, or whose mandate has gone, is withdrawn (status X). ***
      *** The submission file, data/ddsubmit_<ccyymmdd>.txt, is     ***
      *** "|"-separated, one batch a run:                           ***
      ***   H|creditor id|creditor name|ccyymmdd                    ***
      ***   D|seq|collection ref|mandate ref|signed|FRST or RCUR|   ***
      ***     holder|bank code|account|amount|invoice               ***
      ***   T|collections|total amount|FRST count|RCUR count        ***
      *** The trailer's count and total are the bank's control      ***
      *** totals. A second run the same night appends its own       ***
      *** header-to-trailer batch. The creditor id and name come    ***
      *** from data/directdebit.txt ("creditor=" and "name="        ***
      *** lines); without a creditor id nothing is collected.       ***
      *** The file holds the account numbers in clear, as the bank  ***
      *** needs them: once sent, it is removed, not filed.          ***
      *** Ends RC 8 when a mandate would not open (the customer key ***
      *** is missing) - that collection waits for the next run -    ***
      *** or the submission file can't be written.                  ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. collectdebits.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "manddef.cbl".
           COPY "ddcdef.cbl".
           COPY "invdef.cbl".
           COPY "orderdef.cbl".
           COPY "custdef.cbl".
           COPY "rcpdef.cbl".

           SELECT ddconfig-file
               ASSIGN TO "data/directdebit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ddconfig-file-status.

           SELECT submit-file
               ASSIGN TO submit-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS submit-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD mandates-file.
       01 mandate-record.
           COPY "mandfld.cbl".

       FD collections-file.
       01 collection-record.
           COPY "ddcfld.cbl".

       FD invoices-file.
       01 invoice-record.
           COPY "invfld.cbl".

       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD receipts-file.
       01 receipt-record.
           COPY "rcpfld.cbl".

       FD ddconfig-file.
       01 ddconfig-line PIC X(200).

       FD submit-file.
       01 submit-line PIC X(300).

       WORKING-STORAGE SECTION.
       77 mandates-file-status    PIC X(2).
       77 collections-file-status PIC X(2).
       77 invoices-file-status    PIC X(2).
       77 orders-file-status      PIC X(2).
       77 customers-file-status   PIC X(2).
       77 receipts-file-status    PIC X(2).
       77 ddconfig-file-status    PIC X(2).
       77 submit-file-status      PIC X(2).
       77 submit-file-name        PIC X(64) VALUE SPACES.
       77 submit-open             PIC X(01) VALUE "N".
       77 cfs-failed              PIC X(01).
       77 crypt-result            PIC X(01).

       77 run-date        PIC X(8).
       77 creditor-id     PIC X(35) VALUE SPACES.
       77 creditor-name   PIC X(70) VALUE SPACES.
       77 cfg-name        PIC X(30).
       77 cfg-value       PIC X(200).
       77 cfg-ptr         PIC 9(3).

       77 cfg-key-name    PIC X(30).
       77 cfg-default     PIC 9(12).
       77 cfg-result      PIC 9(12).
       77 notice-days     PIC 9(3) VALUE 5.

       77 due-date        PIC X(8).
       77 earliest-date   PIC X(8).
       77 terms-type      PIC X(1).
       77 terms-days      PIC 9(3).

       77 noticed-count   PIC 9(5) USAGE COMP-5 VALUE 0.
       77 unmailed-count  PIC 9(5) USAGE COMP-5 VALUE 0.
       77 submitted-count PIC 9(5) USAGE COMP-5 VALUE 0.
       77 withdrawn-count PIC 9(5) USAGE COMP-5 VALUE 0.
       77 waiting-count   PIC 9(5) USAGE COMP-5 VALUE 0.
       77 frst-count      PIC 9(5) USAGE COMP-5 VALUE 0.
       77 rcur-count      PIC 9(5) USAGE COMP-5 VALUE 0.
       77 submit-total    PIC 9(11)V99 VALUE 0.
       77 run-failed      PIC X(01) VALUE "N".

      *** Every invoice a collection was ever filed for, loaded     ***
      *** once: an invoice is collected once, whatever became of    ***
      *** it. A table too small to hold them all stops the notices  ***
      *** rather than risk a second collection.                     ***
       78 done-inv-max VALUE 20000.
       01 done-invoices.
          05 done-inv-count PIC 9(5) USAGE COMP-5 VALUE 0.
          05 done-inv-no    PIC X(10) OCCURS 20000 TIMES.
       77 done-ctr        PIC 9(5) USAGE COMP-5.
       77 done-full       PIC X(01) VALUE "N".
       77 already-done    PIC X(01).

       77 mandate-found   PIC X(01).
       77 owed-amount     PIC 9(9)V99.
       77 scan-cust       PIC X(10).
       77 br-ctr          PIC 9(4) USAGE COMP-5.
       77 collection-key  PIC 9(10).
       77 collection-disp PIC Z(9)9.
       77 withdraw-reason PIC X(40).
       77 mandate-before  PIC X(320).

       77 pay-remaining   PIC 9(9)V99.
       77 pay-applied     PIC 9(9)V99.
       77 pay-open-amt    PIC 9(9)V99.
       77 receipt-key     PIC 9(10) VALUE 0.

       78 pay-alloc-max VALUE 20.
       01 pay-allocs.
          05 pay-alloc-count PIC 9(3) VALUE 0.
          05 pay-alloc-entry OCCURS 20 TIMES.
             10 pa-ord-no  PIC 9(10).
             10 pa-amount  PIC 9(9)V99.
             10 pa-cust-id PIC X(10).
       77 pay-alloc-ctr PIC 9(4) USAGE COMP-5.

       77 seq-disp        PIC Z(4)9.
       77 count-disp      PIC Z(4)9.
       77 frst-disp       PIC Z(4)9.
       77 rcur-disp       PIC Z(4)9.
       77 amount-edit     PIC 9(9).99.
       77 total-edit      PIC 9(11).99.
       77 money-disp      PIC ZZZ,ZZZ,ZZ9.99.

       77 mail-to-addr  PIC X(90).
       77 mail-subject  PIC X(90).
       77 mail-body     PIC X(500).
       77 mail-template PIC X(30) VALUE "ddnotice".
       77 mail-accepted PIC X(01).
       77 mail-lang     PIC X(2) VALUE SPACES.

       01 the-mailvars.
           COPY "cowvars.cbl"
              REPLACING LEADING ==COW== BY ==MV==.

       77 note-text     PIC X(200).
       77 note-user     PIC X(30) VALUE "collectdebits".
       77 note-followup PIC X(8).
       77 note-written  PIC X(01).

       01 rpt-reg.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

      *** Before/after images handed to logjournal on every master  ***
      *** write - the roll-forward recovery's raw material.         ***
       01 journal-fields.
          05 jf-dataset PIC X(20).
          05 jf-action  PIC X(1).
          05 jf-key     PIC X(30).
          05 jf-before  PIC X(600).
          05 jf-after   PIC X(600).

       PROCEDURE DIVISION.

       start-collectdebits.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.

           OPEN I-O mandates-file.
           IF mandates-file-status NOT = "00"
               DISPLAY "collectdebits: no mandates on file."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM load-ddconfig.
           IF creditor-id = SPACES
               DISPLAY "collectdebits: no creditor id in "
                   "data/directdebit.txt - nothing collected."
               CLOSE mandates-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "DDNOTICEDAYS" TO cfg-key-name.
           MOVE 5 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           IF cfg-result > 60
               MOVE 60 TO notice-days
           ELSE
               MOVE cfg-result TO notice-days
           END-IF.
           MOVE "N" TO terms-type.
           CALL "getduedate" USING run-date terms-type notice-days
               earliest-date END-CALL.

           OPEN I-O collections-file.
           IF collections-file-status = "35"
               OPEN OUTPUT collections-file
               CLOSE collections-file
               OPEN I-O collections-file
           END-IF.
           IF collections-file-status NOT = "00"
               DISPLAY "collectdebits: collections dataset could not "
                   "be opened."
               CLOSE mandates-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O orders-file.
           IF orders-file-status NOT = "00"
               DISPLAY "collectdebits: orders dataset could not be "
                   "opened."
               CLOSE mandates-file
               CLOSE collections-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM load-done-invoices.
           PERFORM notice-due-invoices.
           PERFORM submit-due-collections.

           IF submit-open = "Y"
               PERFORM close-submission
           END-IF.

           CLOSE mandates-file.
           CLOSE collections-file.
           CLOSE orders-file.

           IF submitted-count > 0
               CALL "flushcache"
           END-IF.

           DISPLAY "collectdebits: " noticed-count " noticed ("
               unmailed-count " not mailed), " submitted-count
               " submitted, " withdrawn-count " withdrawn, "
               waiting-count " waiting on the customer key.".
           IF submitted-count > 0
               MOVE submit-total TO money-disp
               DISPLAY "collectdebits: " FUNCTION TRIM(money-disp)
                   " in " FUNCTION TRIM(submit-file-name)
           END-IF.

           IF run-failed = "Y" OR waiting-count > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

      *** "name=value" lines, split on the first "=" only.          ***
       load-ddconfig.

           OPEN INPUT ddconfig-file.
           IF ddconfig-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ ddconfig-file
               AT END MOVE "10" TO ddconfig-file-status
           END-READ.
           PERFORM UNTIL ddconfig-file-status NOT = "00"
               MOVE SPACES TO cfg-name cfg-value
               MOVE 1 TO cfg-ptr
               UNSTRING ddconfig-line DELIMITED BY "="
                   INTO cfg-name WITH POINTER cfg-ptr
               END-UNSTRING
               IF cfg-ptr <= 200
                   MOVE ddconfig-line(cfg-ptr:) TO cfg-value
               END-IF
               EVALUATE FUNCTION TRIM(cfg-name)
                   WHEN "creditor"
                       MOVE FUNCTION TRIM(cfg-value) TO creditor-id
                   WHEN "name"
                       MOVE FUNCTION TRIM(cfg-value) TO creditor-name
               END-EVALUATE
               READ ddconfig-file
                   AT END MOVE "10" TO ddconfig-file-status
               END-READ
           END-PERFORM.
           CLOSE ddconfig-file.

       load-done-invoices.

           MOVE 0 TO DDC-NO.
           START collections-file KEY NOT < DDC-NO
               INVALID KEY EXIT PARAGRAPH
           END-START.
           READ collections-file NEXT RECORD
               AT END MOVE "10" TO collections-file-status
           END-READ.
           PERFORM UNTIL collections-file-status NOT = "00"
               IF done-inv-count >= done-inv-max
                   MOVE "Y" TO done-full
               ELSE
                   ADD 1 TO done-inv-count
                   MOVE DDC-INV-NO TO done-inv-no(done-inv-count)
               END-IF
               READ collections-file NEXT RECORD
                   AT END MOVE "10" TO collections-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO collections-file-status.

      *****************************************************************
      *** Notice pass: the invoices walked in number order; only a  ***
      *** customer with an active mandate is looked at further.     ***
      *****************************************************************
       notice-due-invoices.

           IF done-full = "Y"
               DISPLAY "collectdebits: more collections on file than "
                   "the run can check - no notices sent."
               MOVE "Y" TO run-failed
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT invoices-file.
           IF invoices-file-status NOT = "00"
               DISPLAY "collectdebits: invoices dataset could not be "
                   "opened - no notices sent."
               MOVE "Y" TO run-failed
               EXIT PARAGRAPH
           END-IF.

           READ invoices-file NEXT RECORD
               AT END MOVE "10" TO invoices-file-status
           END-READ.
           PERFORM UNTIL invoices-file-status NOT = "00"
               IF INV-CURRENCY = SPACES
                   PERFORM consider-invoice
               END-IF
               READ invoices-file NEXT RECORD
                   AT END MOVE "10" TO invoices-file-status
               END-READ
           END-PERFORM.

           CLOSE invoices-file.

       consider-invoice.

           MOVE INV-DUE-DATE TO due-date.
           IF due-date = SPACES
               MOVE SPACES TO terms-type
               MOVE 0 TO terms-days
               CALL "getduedate" USING INV-CREATED(1:8) terms-type
                   terms-days due-date END-CALL
           END-IF.
           IF due-date = SPACES OR due-date > earliest-date
               EXIT PARAGRAPH
           END-IF.

           MOVE INV-CUST-ID TO MDT-CUST-ID.
           PERFORM find-active-mandate.
           IF mandate-found NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF due-date < MDT-SIGNED
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO already-done.
           PERFORM VARYING done-ctr FROM 1 BY 1
                   UNTIL done-ctr > done-inv-count
                   OR already-done = "Y"
               IF done-inv-no(done-ctr) = INV-NO
                   MOVE "Y" TO already-done
               END-IF
           END-PERFORM.
           IF already-done = "Y"
               EXIT PARAGRAPH
           END-IF.

           PERFORM work-out-invoice-owed.
           IF owed-amount = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM file-collection.

      *** The customer's active mandate (mandates-file positioned   ***
      *** on it), found by walking the customer's mandates from     ***
      *** MDT-CUST-ID.                                              ***
       find-active-mandate.

           MOVE "N" TO mandate-found.
           MOVE MDT-CUST-ID TO scan-cust.
           MOVE 0 TO MDT-NO.
           START mandates-file KEY NOT < MDT-KEY
               INVALID KEY EXIT PARAGRAPH
           END-START.
           READ mandates-file NEXT RECORD
               AT END MOVE "10" TO mandates-file-status
           END-READ.
           PERFORM UNTIL mandates-file-status NOT = "00"
                   OR MDT-CUST-ID NOT = scan-cust
                   OR mandate-found = "Y"
               IF MDT-STATUS = "A"
                   MOVE "Y" TO mandate-found
               ELSE
                   READ mandates-file NEXT RECORD
                       AT END MOVE "10" TO mandates-file-status
                   END-READ
               END-IF
           END-PERFORM.
           MOVE "00" TO mandates-file-status.

      *****************************************************************
      *** What the invoice still owes, the way the portal and the   ***
      *** card payments work it out: every order carrying its       ***
      *** number - the customer's own, then each branch's on a      ***
      *** consolidated invoice - still open or billed, less what    ***
      *** has been paid and credited against it.                    ***
      *****************************************************************
       work-out-invoice-owed.

           MOVE 0 TO owed-amount.
           MOVE INV-CUST-ID TO scan-cust.
           PERFORM add-customer-owed.
           PERFORM VARYING br-ctr FROM 1 BY 1
                   UNTIL br-ctr > INV-BRANCH-COUNT OR br-ctr > 20
               MOVE INV-BR-CUST-ID(br-ctr) TO scan-cust
               PERFORM add-customer-owed
           END-PERFORM.

       add-customer-owed.

           MOVE scan-cust TO ORD-CUST-ID.
           MOVE 0 TO ORD-NO.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "10" TO orders-file-status
               NOT INVALID KEY MOVE "00" TO orders-file-status
           END-START.
           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-IF.
           PERFORM UNTIL orders-file-status NOT = "00"
               OR ORD-CUST-ID NOT = scan-cust
               IF ORD-INVOICE = INV-NO
                  AND (ORD-STATUS = "O" OR ORD-STATUS = "B")
                  AND ORD-AMOUNT + ORD-TAX > ORD-PAID + ORD-CREDITED
                  AND ORD-CURRENCY = SPACES
                   COMPUTE owed-amount = owed-amount + ORD-AMOUNT
                       + ORD-TAX - ORD-PAID - ORD-CREDITED
                       ON SIZE ERROR MOVE 999999999.99 TO owed-amount
                   END-COMPUTE
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO orders-file-status.

      *****************************************************************
      *** The collection, filed before the notice goes so a notice  ***
      *** is never sent for a collection that isn't on file.        ***
      *****************************************************************
       file-collection.

           CALL "getnextkey" USING "DDCOLLECT " collection-key
               END-CALL.
           IF collection-key = 0
               DISPLAY "collectdebits: no collection number for "
                   "invoice " INV-NO
               MOVE "Y" TO run-failed
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO collection-record.
           MOVE collection-key TO DDC-NO.
           MOVE collection-key TO collection-disp.
           STRING "DD"                            DELIMITED BY SIZE
                  FUNCTION TRIM(collection-disp)  DELIMITED BY SIZE
               INTO DDC-REF
           END-STRING.
           MOVE INV-NO TO DDC-INV-NO.
           MOVE INV-CUST-ID TO DDC-CUST-ID.
           MOVE MDT-NO TO DDC-MDT-NO.
           MOVE MDT-REF TO DDC-MDT-REF.
           MOVE owed-amount TO DDC-AMOUNT.
           MOVE 0 TO DDC-COLLECTED.
           IF due-date > earliest-date
               MOVE due-date TO DDC-DUE
           ELSE
               MOVE earliest-date TO DDC-DUE
           END-IF.
           MOVE "N" TO DDC-STATUS.
           MOVE run-date TO DDC-NOTICED.
           MOVE 0 TO DDC-RCP-NO.
           MOVE FUNCTION CURRENT-DATE TO DDC-CREATED.

           WRITE collection-record
               INVALID KEY
                   DISPLAY "collectdebits: could not file collection "
                       DDC-NO " for invoice " INV-NO
                   MOVE "Y" TO run-failed
                   EXIT PARAGRAPH
           END-WRITE.

           MOVE "ddcollections" TO jf-dataset.
           MOVE "W" TO jf-action.
           MOVE DDC-NO TO jf-key.
           MOVE SPACES TO jf-before.
           MOVE collection-record TO jf-after.
           CALL "logjournal" USING jf-dataset jf-action
               jf-key jf-before jf-after END-CALL.

           ADD 1 TO noticed-count.
           PERFORM mail-advance-notice.

      *****************************************************************
      *** The advance notice, through the spool like every other    ***
      *** customer mail. The address is opened from the sealed      ***
      *** customer record; a notice that can't go leaves a note for ***
      *** the office to tell the customer another way.              ***
      *****************************************************************
       mail-advance-notice.

           MOVE "N" TO mail-accepted.

           OPEN INPUT customers-file.
           IF customers-file-status = "00"
               MOVE DDC-CUST-ID TO CUST-ID
               READ customers-file
                   INVALID KEY MOVE "23" TO customers-file-status
               END-READ
               CLOSE customers-file
           END-IF.
           IF customers-file-status = "00"
               CALL "custcrypt" USING "O" customer-record crypt-result
                   END-CALL
               IF crypt-result = "Y" AND CUST-EMAIL NOT = SPACES
                   PERFORM send-advance-notice
               END-IF
           END-IF.

           IF mail-accepted NOT = "Y"
               ADD 1 TO unmailed-count
               MOVE DDC-AMOUNT TO money-disp
               MOVE SPACES TO note-text
               STRING "direct debit advance notice for invoice "
                                                  DELIMITED BY SIZE
                      FUNCTION TRIM(DDC-INV-NO)   DELIMITED BY SIZE
                      " ("                        DELIMITED BY SIZE
                      FUNCTION TRIM(money-disp)   DELIMITED BY SIZE
                      " on "                      DELIMITED BY SIZE
                      DDC-DUE                     DELIMITED BY SIZE
                      ") could not be mailed - tell the customer"
                                                  DELIMITED BY SIZE
                   INTO note-text
               END-STRING
               MOVE run-date TO note-followup
               CALL "writecustnote" USING DDC-CUST-ID note-text
                   note-user note-followup note-written END-CALL
           END-IF.

       send-advance-notice.

           MOVE CUST-EMAIL TO mail-to-addr.
           MOVE CUST-LANG TO mail-lang.
           MOVE DDC-AMOUNT TO money-disp.

           MOVE SPACES TO mail-subject.
           STRING "Direct debit notice - invoice "  DELIMITED BY SIZE
                  FUNCTION TRIM(DDC-INV-NO)         DELIMITED BY SIZE
               INTO mail-subject
           END-STRING.

           MOVE SPACES TO mail-body.
           STRING "Dear "                       DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-NAME)      DELIMITED BY SIZE
                  ", on "                       DELIMITED BY SIZE
                  DDC-DUE                       DELIMITED BY SIZE
                  " we will collect "           DELIMITED BY SIZE
                  FUNCTION TRIM(money-disp)     DELIMITED BY SIZE
                  " for invoice "               DELIMITED BY SIZE
                  FUNCTION TRIM(DDC-INV-NO)     DELIMITED BY SIZE
                  " from account ****"          DELIMITED BY SIZE
                  MDT-ACCT-TAIL                 DELIMITED BY SIZE
                  " under mandate "             DELIMITED BY SIZE
                  FUNCTION TRIM(DDC-MDT-REF)    DELIMITED BY SIZE
                  ", creditor id "              DELIMITED BY SIZE
                  FUNCTION TRIM(creditor-id)    DELIMITED BY SIZE
                  ". Collection reference "     DELIMITED BY SIZE
                  FUNCTION TRIM(DDC-REF)        DELIMITED BY SIZE
                  "."                           DELIMITED BY SIZE
               INTO mail-body
           END-STRING.

           MOVE SPACES TO the-mailvars.
           MOVE "name" TO MV-varname(1).
           MOVE FUNCTION TRIM(CUST-NAME) TO MV-varvalue(1).
           MOVE "invoiceno" TO MV-varname(2).
           MOVE FUNCTION TRIM(DDC-INV-NO) TO MV-varvalue(2).
           MOVE "amount" TO MV-varname(3).
           MOVE FUNCTION TRIM(money-disp) TO MV-varvalue(3).
           MOVE "collectdate" TO MV-varname(4).
           MOVE DDC-DUE TO MV-varvalue(4).
           MOVE "accounttail" TO MV-varname(5).
           MOVE MDT-ACCT-TAIL TO MV-varvalue(5).
           MOVE "mandateref" TO MV-varname(6).
           MOVE FUNCTION TRIM(DDC-MDT-REF) TO MV-varvalue(6).
           MOVE "creditor" TO MV-varname(7).
           MOVE FUNCTION TRIM(creditor-id) TO MV-varvalue(7).
           MOVE "creditorname" TO MV-varname(8).
           MOVE FUNCTION TRIM(creditor-name) TO MV-varvalue(8).
           MOVE "ref" TO MV-varname(9).
           MOVE FUNCTION TRIM(DDC-REF) TO MV-varvalue(9).
           CALL "composemail" USING mail-template mail-lang
               the-mailvars mail-body END-CALL.

           CALL "sendmailq" USING mail-to-addr mail-subject
               mail-body mail-template mail-accepted END-CALL.

      *****************************************************************
      *** Submit pass: the noticed collections whose day has come.  ***
      *****************************************************************
       submit-due-collections.

           MOVE 0 TO DDC-NO.
           START collections-file KEY NOT < DDC-NO
               INVALID KEY EXIT PARAGRAPH
           END-START.
           READ collections-file NEXT RECORD
               AT END MOVE "10" TO collections-file-status
           END-READ.
           PERFORM UNTIL collections-file-status NOT = "00"
               IF DDC-STATUS = "N" AND DDC-DUE NOT > run-date
                   PERFORM submit-one-collection
               END-IF
               READ collections-file NEXT RECORD
                   AT END MOVE "10" TO collections-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO collections-file-status.

       submit-one-collection.

           MOVE collection-record TO jf-before.
           MOVE SPACES TO withdraw-reason.

           MOVE DDC-CUST-ID TO MDT-CUST-ID.
           MOVE DDC-MDT-NO TO MDT-NO.
           READ mandates-file
               INVALID KEY
                   MOVE "the mandate has gone" TO withdraw-reason
           END-READ.
           MOVE mandate-record TO mandate-before.
           IF withdraw-reason = SPACES AND MDT-STATUS NOT = "A"
               MOVE "the mandate is no longer active"
                   TO withdraw-reason
           END-IF.

           IF withdraw-reason = SPACES
               MOVE DDC-INV-NO TO INV-NO
               OPEN INPUT invoices-file
               IF invoices-file-status = "00"
                   READ invoices-file
                       INVALID KEY MOVE "23" TO invoices-file-status
                   END-READ
                   CLOSE invoices-file
               END-IF
               IF invoices-file-status NOT = "00"
                   MOVE "the invoice could not be read"
                       TO withdraw-reason
               END-IF
           END-IF.

           IF withdraw-reason = SPACES
               PERFORM work-out-invoice-owed
               IF owed-amount = 0
                   MOVE "nothing left owing" TO withdraw-reason
               END-IF
           END-IF.

           IF withdraw-reason NOT = SPACES
               MOVE "X" TO DDC-STATUS
               MOVE withdraw-reason TO DDC-RETURN-REASON
               PERFORM rewrite-collection
               ADD 1 TO withdrawn-count
               EXIT PARAGRAPH
           END-IF.

           CALL "mandcrypt" USING "O" mandate-record crypt-result
               END-CALL.
           IF crypt-result NOT = "Y"
               DISPLAY "collectdebits: mandate " MDT-NO
                   " could not be opened - collection " DDC-REF
                   " waits."
               ADD 1 TO waiting-count
               EXIT PARAGRAPH
           END-IF.

           IF submit-open NOT = "Y"
               PERFORM open-submission
               IF submit-open NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF owed-amount < DDC-AMOUNT
               MOVE owed-amount TO pay-remaining
           ELSE
               MOVE DDC-AMOUNT TO pay-remaining
           END-IF.
           MOVE pay-remaining TO DDC-COLLECTED.
           MOVE 0 TO pay-applied pay-alloc-count.
           MOVE INV-CUST-ID TO scan-cust.
           PERFORM pay-customer-invoice-orders.
           PERFORM VARYING br-ctr FROM 1 BY 1
                   UNTIL br-ctr > INV-BRANCH-COUNT OR br-ctr > 20
                   OR pay-remaining = 0
               MOVE INV-BR-CUST-ID(br-ctr) TO scan-cust
               PERFORM pay-customer-invoice-orders
           END-PERFORM.

           PERFORM write-collection-receipt.
           IF receipt-key = 0
               DISPLAY "collectdebits: orders paid down but no "
                   "receipt could be filed for " DDC-REF
               MOVE "Y" TO run-failed
           END-IF.

           IF MDT-FIRST = "Y"
               MOVE "FRST" TO DDC-SEQ-TYPE
               ADD 1 TO frst-count
           ELSE
               MOVE "RCUR" TO DDC-SEQ-TYPE
               ADD 1 TO rcur-count
           END-IF.
           ADD 1 TO submitted-count.
           ADD DDC-COLLECTED TO submit-total.
           PERFORM write-submission-line.

           MOVE "S" TO DDC-STATUS.
           MOVE run-date TO DDC-SUBMITTED.
           MOVE receipt-key TO DDC-RCP-NO.
           PERFORM rewrite-collection.

           PERFORM mark-mandate-collected.

       rewrite-collection.

           REWRITE collection-record
               INVALID KEY
                   DISPLAY "collectdebits: could not update "
                       "collection " DDC-REF
                   MOVE "Y" TO run-failed
               NOT INVALID KEY
                   MOVE "ddcollections" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE DDC-NO TO jf-key
                   MOVE collection-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.

      *** The next collection under the mandate is a recurring one. ***
      *** The opened bank details are sealed again before the       ***
      *** record goes back.                                         ***
       mark-mandate-collected.

           MOVE "N" TO MDT-FIRST.
           MOVE run-date TO MDT-LAST-COLLECTED.
           MOVE FUNCTION CURRENT-DATE TO MDT-CHANGED.
           MOVE note-user TO MDT-CHANGED-BY.
           CALL "mandcrypt" USING "S" mandate-record crypt-result
               END-CALL.

           MOVE mandate-before TO jf-before.
           REWRITE mandate-record
               INVALID KEY
                   DISPLAY "collectdebits: could not update mandate "
                       MDT-NO
                   MOVE "Y" TO run-failed
               NOT INVALID KEY
                   MOVE "mandates" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE MDT-KEY TO jf-key
                   MOVE mandate-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.

       pay-customer-invoice-orders.

           MOVE scan-cust TO ORD-CUST-ID.
           MOVE 0 TO ORD-NO.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "10" TO orders-file-status
               NOT INVALID KEY MOVE "00" TO orders-file-status
           END-START.
           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-IF.
           PERFORM UNTIL orders-file-status NOT = "00"
               OR ORD-CUST-ID NOT = scan-cust
               OR pay-remaining = 0
               IF ORD-INVOICE = INV-NO
                  AND (ORD-STATUS = "O" OR ORD-STATUS = "B")
                  AND ORD-AMOUNT + ORD-TAX > ORD-PAID + ORD-CREDITED
                  AND ORD-CURRENCY = SPACES
                   PERFORM pay-down-invoice-order
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO orders-file-status.

       pay-down-invoice-order.

           MOVE order-record TO jf-before.
           COMPUTE pay-open-amt = ORD-AMOUNT + ORD-TAX
               - ORD-PAID - ORD-CREDITED.
           IF pay-remaining < pay-open-amt
               MOVE pay-remaining TO pay-open-amt
           END-IF.

           ADD pay-open-amt TO ORD-PAID.
           ADD pay-open-amt TO pay-applied.
           SUBTRACT pay-open-amt FROM pay-remaining.

           ADD 1 TO pay-alloc-count.
           IF pay-alloc-count <= pay-alloc-max
               MOVE ORD-NO TO pa-ord-no(pay-alloc-count)
               MOVE pay-open-amt TO pa-amount(pay-alloc-count)
               MOVE SPACES TO pa-cust-id(pay-alloc-count)
               IF ORD-CUST-ID NOT = DDC-CUST-ID
                   MOVE ORD-CUST-ID TO pa-cust-id(pay-alloc-count)
               END-IF
           END-IF.

           IF ORD-PAID + ORD-CREDITED NOT < ORD-AMOUNT + ORD-TAX
               MOVE "P" TO ORD-STATUS
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO ORD-CHANGED.

           REWRITE order-record
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "orders" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE ORD-KEY TO jf-key
                   MOVE order-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.

      *****************************************************************
      *** The receipt, as the bank intake would file it, with the   ***
      *** collection reference as its bank reference - the one the  ***
      *** bank quotes back on a returned debit. Collections are     ***
      *** always base currency and never more than is owed.         ***
      *****************************************************************
       write-collection-receipt.

           MOVE 0 TO receipt-key.
           OPEN I-O receipts-file.
           IF receipts-file-status = "35"
               OPEN OUTPUT receipts-file
               CLOSE receipts-file
               OPEN I-O receipts-file
           END-IF.
           IF receipts-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           CALL "getnextkey" USING "RECEIPTNO " receipt-key END-CALL.
           IF receipt-key = 0
               CLOSE receipts-file
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO receipt-record.
           MOVE receipt-key    TO RCP-NO.
           MOVE DDC-CUST-ID    TO RCP-CUST-ID.
           MOVE DDC-COLLECTED  TO RCP-AMOUNT.
           MOVE pay-applied    TO RCP-APPLIED.
           MOVE pay-remaining  TO RCP-UNAPPLIED.
           MOVE INV-COMPANY    TO RCP-COMPANY.
           MOVE 0 TO RCP-FX-RATE RCP-FX-APPLIED RCP-FX-BOOKED
               RCP-FX-DIFF.
           MOVE run-date       TO RCP-VALUE-DATE.
           MOVE DDC-REF        TO RCP-BANK-REF.
           IF pay-remaining > 0
               MOVE "P" TO RCP-STATUS
               MOVE "direct debit - remainder unapplied"
                   TO RCP-REASON
           ELSE
               MOVE "A" TO RCP-STATUS
           END-IF.
           MOVE run-date       TO RCP-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO RCP-CREATED.
           MOVE 0              TO RCP-RETURNED.
           MOVE SPACES         TO RCP-RETURN-DATE RCP-RETURN-VALUE.
           MOVE pay-alloc-count TO RCP-ALLOC-COUNT.
           PERFORM VARYING pay-alloc-ctr FROM 1 BY 1
                   UNTIL pay-alloc-ctr > pay-alloc-max
               IF pay-alloc-ctr <= pay-alloc-count
                   MOVE pa-ord-no(pay-alloc-ctr)
                       TO RCP-ALLOC-ORD-NO(pay-alloc-ctr)
                   MOVE pa-amount(pay-alloc-ctr)
                       TO RCP-ALLOC-AMOUNT(pay-alloc-ctr)
                   MOVE pa-cust-id(pay-alloc-ctr)
                       TO RCP-ALLOC-CUST-ID(pay-alloc-ctr)
               ELSE
                   MOVE 0 TO RCP-ALLOC-ORD-NO(pay-alloc-ctr)
                   MOVE 0 TO RCP-ALLOC-AMOUNT(pay-alloc-ctr)
                   MOVE SPACES TO RCP-ALLOC-CUST-ID(pay-alloc-ctr)
               END-IF
               MOVE 0 TO RCP-ALLOC-FX(pay-alloc-ctr)
           END-PERFORM.

           WRITE receipt-record
               INVALID KEY
                   MOVE 0 TO receipt-key
               NOT INVALID KEY
                   MOVE "receipts" TO jf-dataset
                   MOVE "W" TO jf-action
                   MOVE RCP-NO TO jf-key
                   MOVE SPACES TO jf-before
                   MOVE receipt-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-WRITE.

           CLOSE receipts-file.

      *****************************************************************
      *** The night's submission file, opened on the first          ***
      *** collection so a quiet night leaves none behind; a rerun   ***
      *** appends its own batch.                                    ***
      *****************************************************************
       open-submission.

           MOVE SPACES TO submit-file-name.
           STRING "data/ddsubmit_" DELIMITED BY SIZE
                  run-date         DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
               INTO submit-file-name
           END-STRING.
           OPEN EXTEND submit-file.
           IF submit-file-status NOT = "00"
               OPEN OUTPUT submit-file
           END-IF.
           CALL 'checkfilestatus' USING submit-file-name
               submit-file-status cfs-failed.
           IF cfs-failed = "Y"
               MOVE "Y" TO run-failed
               ADD 1 TO waiting-count
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO submit-open.

           MOVE SPACES TO submit-line.
           STRING "H|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(creditor-id)   DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(creditor-name) DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  run-date                     DELIMITED BY SIZE
               INTO submit-line
           END-STRING.
           WRITE submit-line.

       write-submission-line.

           MOVE submitted-count TO seq-disp.
           MOVE DDC-COLLECTED TO amount-edit.
           MOVE SPACES TO submit-line.
           STRING "D|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(seq-disp)      DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(DDC-REF)       DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(MDT-REF)       DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  MDT-SIGNED                   DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  DDC-SEQ-TYPE                 DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(MDT-HOLDER)    DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(MDT-BANK-ID)   DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(MDT-ACCOUNT)   DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  amount-edit                  DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(DDC-INV-NO)    DELIMITED BY SIZE
               INTO submit-line
           END-STRING.
           WRITE submit-line.

      *** The trailer carries the control totals the bank checks    ***
      *** the batch against.                                        ***
       close-submission.

           MOVE submitted-count TO count-disp.
           MOVE submit-total TO total-edit.
           MOVE frst-count TO frst-disp.
           MOVE rcur-count TO rcur-disp.
           MOVE SPACES TO submit-line.
           STRING "T|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp)    DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  total-edit                   DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(frst-disp)     DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(rcur-disp)     DELIMITED BY SIZE
               INTO submit-line
           END-STRING.
           WRITE submit-line.
           CLOSE submit-file.

           MOVE submit-file-name TO rpt-reg-name.
           MOVE "collectdebits" TO rpt-reg-program.
           COMPUTE rpt-reg-lines = submitted-count + 2.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.
