      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  credit notes against issued invoices             ***
      *** UPDATE:  an order can be credited up to its gross, tax    ***
      ***          included                                         ***
      *** UPDATE:  a bad-debt write-off of an invoice is filed here ***
      ***          for a second admin's approval                    ***
      *** UPDATE:  a credit against a consolidated invoice reaches  ***
      ***          its branches' orders                             ***
      *** UPDATE:  an invoice can be flagged for the nightly paper  ***
      ***          print run                                        ***
      *** UPDATE:  staff credit, write off and print only invoices  ***
      ***          of the trading companies their role grants;      ***
      ***          credit notes mail under the company's templates  ***
      *** UPDATE:  customer record opened before its email is used  ***
      *****************************************************************
      *** /admin/credits, in the adminorders mold: once an invoice  ***
      *** has gone out, a wrong price or a disputed line is put     ***
      *** right with a credit note, never by cancelling the order.  ***
      *** A posted "raise" names the original invoice, a reason,    ***
      *** and up to five order numbers with the amount to take off  ***
      *** each - no lines at all credits every order the invoice    ***
      *** covers by whatever it still owes. Every requested line is ***
      *** checked against the order's open balance before anything  ***
      *** is written; then the note number is minted from the       ***
      *** shared key counter, each order's ORD-CREDITED grows (an   ***
      *** order credited down to nothing is settled, "P"), the      ***
      *** invoice's INV-CREDITED grows, the note is filed on        ***
      *** data/creditnotes.dat, and the rendered note goes onto the ***
      *** mail spool through composemail exactly the way            ***
      *** cutinvoices sends the invoice itself.                     ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. admincredits.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "orderdef.cbl".
           COPY "custdef.cbl".
           COPY "invdef.cbl".
           COPY "crndef.cbl".
           COPY "apprdef.cbl".

       DATA DIVISION.

       FILE SECTION.
       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD invoices-file.
       01 invoice-record.
           COPY "invfld.cbl".

       FD creditnotes-file.
       01 creditnote-record.
           COPY "crnfld.cbl".

       FD pendingappr-file.
       01 pendingappr-record.
           COPY "apprfld.cbl".

       WORKING-STORAGE SECTION.
       77 orders-file-status      PIC X(2).
       77 customers-file-status   PIC X(2).
       77 invoices-file-status    PIC X(2).
       77 creditnotes-file-status PIC X(2).
       77 pendingappr-file-status PIC X(2).

       77 ac-action      PIC X(10) VALUE SPACES.
       77 ac-invno-text  PIC X(90) VALUE SPACES.
       77 ac-reason-text PIC X(90) VALUE SPACES.
       77 ac-message     PIC X(90) VALUE SPACES.
       77 ac-request-method PIC X(6) VALUE SPACES.
       77 ac-redirect    PIC X(255) VALUE SPACES.

       77 ac-inv-no      PIC X(10) VALUE SPACES.
       77 ac-inv-cust    PIC X(10) VALUE SPACES.
      *** The branches on a consolidated invoice: its orders also   ***
      *** sit under each of these ids.                              ***
       01 ac-inv-branches.
          05 ac-br-count PIC 9(2) VALUE 0.
          05 ac-br-cust  PIC X(10) OCCURS 20 TIMES.
       77 ac-walk-ctr    PIC 9(2).
       77 ac-walk-cust   PIC X(10).
       77 ac-inv-found   PIC X(01).
       77 ac-open-result PIC X(01).
       77 ac-new-key      PIC 9(10) VALUE 0.
       77 ac-new-key-disp PIC Z(9)9.
       77 ac-crn-no      PIC X(10) VALUE SPACES.
       77 ac-crn-total   PIC 9(11)V99 VALUE 0.
       77 ac-open-amt    PIC 9(9)V99.
       77 ac-problem     PIC X(01).
       77 ac-inv-wo-date PIC X(8) VALUE SPACES.
       77 ac-appr-key      PIC 9(10) VALUE 0.
       77 ac-appr-key-disp PIC Z(9)9.
       77 ac-amount-disp PIC Z(10)9.99.

      *** The lines asked for on the form, then the lines actually  ***
      *** credited - the second table is what the note records.     ***
       78 ac-line-max VALUE 5.
       01 ac-request-table.
          05 ac-req-count PIC 9(2) VALUE 0.
          05 ac-req-entry OCCURS 5 TIMES.
             10 ac-req-orderno PIC 9(10).
             10 ac-req-amount  PIC 9(9)V99.
             10 ac-req-matched PIC X(01).
       77 ac-ctr         PIC 9(4) USAGE COMP-5.
       77 ac-ctr-disp    PIC 9.
       77 ac-field-name  PIC X(90).
       77 ac-field-text  PIC X(90).
       77 ac-amount-text PIC X(90).
       77 ac-credit-amt  PIC 9(9)V99.

      *** Staff only credit, write off or print invoices of the     ***
      *** trading companies their role grants; each company is      ***
      *** asked once a request.                                     ***
       77 ac-inv-company PIC X(4) VALUE SPACES.
       77 ac-co-asked    PIC X(4).
       77 ac-co-granted  PIC X(01).
       01 ac-co-cache.
          05 ac-co-cached  PIC 9(2) VALUE 0.
          05 ac-co-entry OCCURS 20 TIMES.
             10 ac-co-code   PIC X(4).
             10 ac-co-answer PIC X(1).
       77 ac-co-ctr      PIC 9(2).
       77 ac-co-seq      PIC 9(2) VALUE 0.
       77 ac-co-found    PIC X(01).
       01 ac-company.
           COPY "cofld.cbl".

       77 ac-shown-count PIC 9(4) USAGE COMP-5.
       77 ac-shown-disp  PIC Z(3)9.
       77 ac-var-ctr     PIC 9(4) USAGE COMP-5.

      *** The same currency editing showsum's display-result        ***
      *** carries, so the credit reads like the invoice it offsets. ***
       77 money-result   PIC S9(18)V99 VALUE 0.
       77 display-result PIC $ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       77 mail-to-addr  PIC X(90).
       77 mail-subject  PIC X(90).
       77 mail-body     PIC X(500).
       77 mail-template PIC X(30) VALUE "creditnote".
       77 mail-accepted PIC X(01).
       77 mail-lang     PIC X(2) VALUE SPACES.
       77 mail-body-builtin  PIC X(500).
       77 mail-base-template PIC X(30).

       01 the-mailvars.
           COPY "cowvars.cbl"
              REPLACING LEADING ==COW== BY ==MV==.

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

       start-admincredits.

           MOVE SPACES TO the-vars.

           ACCEPT ac-request-method FROM ENVIRONMENT "REQUEST_METHOD"
               END-ACCEPT.

           CALL "getparam" USING the-values "action" ac-action
               END-CALL.

      *** Same guard the other admin screens carry: mutations only  ***
      *** on the POST cow.cbl already CSRF-checked.                 ***
           IF FUNCTION TRIM(ac-request-method) NOT = "POST"
              AND FUNCTION TRIM(ac-action) NOT = SPACES
               MOVE "credit notes must be submitted as a POST"
                   TO ac-message
           ELSE
               IF FUNCTION TRIM(ac-action) = "raise"
                  OR FUNCTION TRIM(ac-action) = "writeoff"
                  OR FUNCTION TRIM(ac-action) = "paper"
                   PERFORM check-invoice-company
                   IF ac-co-granted NOT = "Y"
                       MOVE "that invoice's trading company is not "
                         & "one your role is granted" TO ac-message
                       PERFORM answer-post-redirect
                       GOBACK
                   END-IF
               END-IF
               IF FUNCTION TRIM(ac-action) = "raise"
                   PERFORM do-raise-credit
                   PERFORM answer-post-redirect
                   GOBACK
               END-IF
               IF FUNCTION TRIM(ac-action) = "writeoff"
                   PERFORM do-request-writeoff
                   PERFORM answer-post-redirect
                   GOBACK
               END-IF
               IF FUNCTION TRIM(ac-action) = "paper"
                   PERFORM do-request-paper
                   PERFORM answer-post-redirect
                   GOBACK
               END-IF
           END-IF.

           PERFORM show-credit-list.

           MOVE "message" TO COW-varname(95).
           MOVE ac-message TO COW-varvalue(95).

           MOVE ac-shown-count TO ac-shown-disp.
           MOVE "creditcount" TO COW-varname(94).
           MOVE FUNCTION TRIM(ac-shown-disp) TO COW-varvalue(94).

           CALL 'cowtemplate' USING the-vars "admincredits.cow"
               the-session END-CALL.

           GOBACK.

       answer-post-redirect.

           CALL "setflash" USING the-session ac-message END-CALL.
           MOVE "/admin/credits" TO ac-redirect.
           CALL "redirectto" USING ac-redirect END-CALL.

      *****************************************************************
      *** Raise one credit note. Nothing is written until every     ***
      *** requested line has been matched to an order on the        ***
      *** invoice and found to be within what that order still      ***
      *** owes - a half-applied credit note can't happen.           ***
      *****************************************************************
       do-raise-credit.

           CALL "getparam" USING the-values "invno"
               ac-invno-text END-CALL.
           CALL "getparam" USING the-values "reason"
               ac-reason-text END-CALL.

           IF FUNCTION TRIM(ac-invno-text) = SPACES
               MOVE "the invoice number is required" TO ac-message
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(ac-reason-text) = SPACES
               MOVE "give a reason for the credit" TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ac-invno-text) TO ac-inv-no.
           PERFORM read-original-invoice.
           IF ac-inv-found NOT = "Y"
               MOVE "no invoice with that number" TO ac-message
               EXIT PARAGRAPH
           END-IF.

           PERFORM collect-requested-lines.
           IF ac-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O orders-file.
           IF orders-file-status NOT = "00"
               MOVE "orders dataset could not be opened"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO ac-problem.
           MOVE 0 TO ac-crn-total.
           PERFORM check-lines-against-orders.

           IF ac-problem = "N" AND ac-crn-total = 0
               MOVE "nothing on that invoice is left to credit"
                   TO ac-message
               MOVE "Y" TO ac-problem
           END-IF.

           IF ac-problem = "Y"
               CLOSE orders-file
               EXIT PARAGRAPH
           END-IF.

           CALL "getnextkey" USING "CREDITNOTE" ac-new-key
               END-CALL.
           IF ac-new-key = 0
               CLOSE orders-file
               MOVE "could not assign a credit note number"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.
           MOVE ac-new-key TO ac-new-key-disp.
           MOVE FUNCTION TRIM(ac-new-key-disp) TO ac-crn-no.

           MOVE SPACES TO creditnote-record.
           MOVE 0 TO CRN-LINES.
           PERFORM credit-matched-orders.
           CLOSE orders-file.

           PERFORM write-credit-note.
           IF ac-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM add-credit-to-invoice.
           PERFORM mail-credit-note.

           COMPUTE money-result = ac-crn-total.
           MOVE money-result TO display-result.
           MOVE SPACES TO ac-message.
           STRING "credit note "                 DELIMITED BY SIZE
                  FUNCTION TRIM(ac-crn-no)       DELIMITED BY SIZE
                  " for "                        DELIMITED BY SIZE
                  FUNCTION TRIM(display-result)  DELIMITED BY SIZE
                  " raised against invoice "     DELIMITED BY SIZE
                  FUNCTION TRIM(ac-inv-no)       DELIMITED BY SIZE
               INTO ac-message
           END-STRING.

      *** The posted invoice's trading company against the user's   ***
      *** grants; an invoice not on file is left to the action to   ***
      *** refuse.                                                   ***
       check-invoice-company.

           CALL "getparam" USING the-values "invno" ac-invno-text
               END-CALL.
           MOVE SPACES TO ac-co-asked.
           OPEN INPUT invoices-file.
           IF invoices-file-status = "00"
               MOVE FUNCTION TRIM(ac-invno-text) TO INV-NO
               READ invoices-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE INV-COMPANY TO ac-co-asked
               END-READ
               CLOSE invoices-file
           END-IF.
           PERFORM check-company-granted.

      *** ac-co-asked granted to the logged-in user, remembered for ***
      *** the rest of the request.                                  ***
       check-company-granted.

           MOVE SPACES TO ac-co-granted.
           PERFORM VARYING ac-co-ctr FROM 1 BY 1
                   UNTIL ac-co-ctr > ac-co-cached
                   OR ac-co-granted NOT = SPACES
               IF ac-co-code(ac-co-ctr) = ac-co-asked
                   MOVE ac-co-answer(ac-co-ctr) TO ac-co-granted
               END-IF
           END-PERFORM.
           IF ac-co-granted NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           CALL "checkcompany" USING SESS-USER OF the-session
               ac-co-asked ac-co-granted END-CALL.
           IF ac-co-cached < 20
               ADD 1 TO ac-co-cached
               MOVE ac-co-asked TO ac-co-code(ac-co-cached)
               MOVE ac-co-granted TO ac-co-answer(ac-co-cached)
           END-IF.

       read-original-invoice.

           MOVE "N" TO ac-inv-found.

           OPEN INPUT invoices-file.
           IF invoices-file-status = "00"
               MOVE ac-inv-no TO INV-NO
               READ invoices-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO ac-inv-found
                       MOVE INV-CUST-ID TO ac-inv-cust
                       MOVE INV-COMPANY TO ac-inv-company
                       MOVE INV-WO-DATE TO ac-inv-wo-date
                       MOVE INV-BRANCH-COUNT TO ac-br-count
                       PERFORM VARYING ac-walk-ctr FROM 1 BY 1
                               UNTIL ac-walk-ctr > 20
                           MOVE INV-BR-CUST-ID(ac-walk-ctr)
                               TO ac-br-cust(ac-walk-ctr)
                       END-PERFORM
               END-READ
               CLOSE invoices-file
           END-IF.

      *****************************************************************
      *** A bad-debt write-off is never landed from this screen:    ***
      *** the request is filed on the approvals dataset (kind       ***
      *** "writeoff") with what the invoice owes today and the      ***
      *** reason, and a second admin - never the requester -        ***
      *** applies it from /admin/approvals. The approval writes off ***
      *** whatever is still owed on the day it is given.            ***
      *****************************************************************
       do-request-writeoff.

           CALL "getparam" USING the-values "invno"
               ac-invno-text END-CALL.
           CALL "getparam" USING the-values "reason"
               ac-reason-text END-CALL.

           IF FUNCTION TRIM(ac-invno-text) = SPACES
               MOVE "the invoice number is required" TO ac-message
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(ac-reason-text) = SPACES
               MOVE "give a reason for the write-off" TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ac-invno-text) TO ac-inv-no.
           PERFORM read-original-invoice.
           IF ac-inv-found NOT = "Y"
               MOVE "no invoice with that number" TO ac-message
               EXIT PARAGRAPH
           END-IF.
           IF ac-inv-wo-date NOT = SPACES
               MOVE "that invoice has already been written off"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT orders-file.
           IF orders-file-status NOT = "00"
               MOVE "orders dataset could not be opened"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ac-req-count.
           MOVE "N" TO ac-problem.
           MOVE 0 TO ac-crn-total.
           PERFORM check-lines-against-orders.
           CLOSE orders-file.

           IF ac-crn-total = 0
               MOVE "nothing on that invoice is left to write off"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O pendingappr-file.
           IF pendingappr-file-status = "35"
               OPEN OUTPUT pendingappr-file
               CLOSE pendingappr-file
               OPEN I-O pendingappr-file
           END-IF.
           IF pendingappr-file-status NOT = "00"
               MOVE "the approvals dataset could not be opened"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           CALL "getnextkey" USING "APPROVAL  " ac-appr-key END-CALL.
           IF ac-appr-key = 0
               CLOSE pendingappr-file
               MOVE "could not assign an approval id" TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE ac-appr-key TO ac-appr-key-disp.
           MOVE ac-crn-total TO ac-amount-disp.
           MOVE SPACES TO pendingappr-record.
           MOVE FUNCTION TRIM(ac-appr-key-disp) TO APPR-ID.
           MOVE "writeoff" TO APPR-KIND.
           MOVE "invoice" TO APPR-ACTION.
           MOVE ac-inv-no TO APPR-TARGET.
           STRING "amount="                     DELIMITED BY SIZE
                  FUNCTION TRIM(ac-amount-disp) DELIMITED BY SIZE
                  "|reason="                    DELIMITED BY SIZE
                  FUNCTION TRIM(ac-reason-text) DELIMITED BY SIZE
               INTO APPR-DETAIL
           END-STRING.
           MOVE SESS-USER OF the-session TO APPR-REQ-BY.
           MOVE FUNCTION CURRENT-DATE TO APPR-REQ-WHEN.
           MOVE "P" TO APPR-STATUS.
           WRITE pendingappr-record
               INVALID KEY
                   MOVE "the write-off could not be filed"
                       TO ac-message
               NOT INVALID KEY
                   MOVE SPACES TO ac-message
                   STRING "write-off filed for approval as "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(ac-appr-key-disp)
                              DELIMITED BY SIZE
                          " - a second admin confirms it at "
                              DELIMITED BY SIZE
                          "/admin/approvals" DELIMITED BY SIZE
                       INTO ac-message
                   END-STRING
           END-WRITE.
           CLOSE pendingappr-file.

      *****************************************************************
      *** A paper copy of an invoice, mailed or not: the flag puts  ***
      *** it on the next nightly print run, and clearing the        ***
      *** printed date lets an invoice already printed go out on    ***
      *** paper again.                                              ***
      *****************************************************************
       do-request-paper.

           CALL "getparam" USING the-values "invno"
               ac-invno-text END-CALL.

           IF FUNCTION TRIM(ac-invno-text) = SPACES
               MOVE "the invoice number is required" TO ac-message
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(ac-invno-text) TO ac-inv-no.

           OPEN I-O invoices-file.
           IF invoices-file-status NOT = "00"
               MOVE "invoices dataset could not be opened"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE ac-inv-no TO INV-NO.
           READ invoices-file
               INVALID KEY
                   MOVE "no invoice with that number" TO ac-message
               NOT INVALID KEY
                   MOVE invoice-record TO jf-before
                   MOVE "Y" TO INV-PAPER
                   MOVE SPACES TO INV-PRINTED
                   REWRITE invoice-record
                       INVALID KEY
                           MOVE "the invoice could not be updated"
                               TO ac-message
                       NOT INVALID KEY
                           MOVE "invoices" TO jf-dataset
                           MOVE "R" TO jf-action
                           MOVE INV-NO TO jf-key
                           MOVE invoice-record TO jf-after
                           CALL "logjournal" USING jf-dataset
                               jf-action jf-key jf-before jf-after
                               END-CALL
                           MOVE SPACES TO ac-message
                           STRING "invoice " DELIMITED BY SIZE
                                  FUNCTION TRIM(ac-inv-no)
                                      DELIMITED BY SIZE
                                  " will be printed on the next "
                                      DELIMITED BY SIZE
                                  "invoice print run"
                                      DELIMITED BY SIZE
                               INTO ac-message
                           END-STRING
                   END-REWRITE
           END-READ.
           CLOSE invoices-file.

      *****************************************************************
      *** orderno1/amount1 .. orderno5/amount5; a blank pair is     ***
      *** simply not there, a half-filled or non-numeric one is     ***
      *** refused.                                                  ***
      *****************************************************************
       collect-requested-lines.

           MOVE 0 TO ac-req-count.

           PERFORM VARYING ac-ctr FROM 1 BY 1
                   UNTIL ac-ctr > ac-line-max
                   OR ac-message NOT = SPACES
               MOVE ac-ctr TO ac-ctr-disp
               MOVE SPACES TO ac-field-name
               STRING "orderno" DELIMITED BY SIZE
                      ac-ctr-disp DELIMITED BY SIZE
                   INTO ac-field-name
               END-STRING
               MOVE SPACES TO ac-field-text
               CALL "getparam" USING the-values ac-field-name
                   ac-field-text END-CALL
               MOVE SPACES TO ac-field-name
               STRING "amount" DELIMITED BY SIZE
                      ac-ctr-disp DELIMITED BY SIZE
                   INTO ac-field-name
               END-STRING
               MOVE SPACES TO ac-amount-text
               CALL "getparam" USING the-values ac-field-name
                   ac-amount-text END-CALL
               IF FUNCTION TRIM(ac-field-text) NOT = SPACES
                  OR FUNCTION TRIM(ac-amount-text) NOT = SPACES
                   PERFORM take-one-requested-line
               END-IF
           END-PERFORM.

       take-one-requested-line.

           IF FUNCTION TEST-NUMVAL(ac-field-text) NOT = 0
              OR FUNCTION TEST-NUMVAL(ac-amount-text) NOT = 0
               MOVE "each credit line needs an order number and an "
                   & "amount" TO ac-message
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ac-req-count.
           COMPUTE ac-req-orderno(ac-req-count) =
               FUNCTION NUMVAL(ac-field-text).
           COMPUTE ac-req-amount(ac-req-count) =
               FUNCTION NUMVAL(ac-amount-text).
           MOVE "N" TO ac-req-matched(ac-req-count).

           IF ac-req-amount(ac-req-count) = 0
               MOVE "a credit line amount must be above zero"
                   TO ac-message
           END-IF.

      *****************************************************************
      *** First pass, read only: walk the orders this invoice       ***
      *** covers and price the credit. With no lines requested,     ***
      *** each covered order is credited by its whole open balance. ***
      *****************************************************************
       check-lines-against-orders.

           PERFORM VARYING ac-walk-ctr FROM 0 BY 1
                   UNTIL ac-walk-ctr > ac-br-count
               IF ac-walk-ctr = 0
                   MOVE ac-inv-cust TO ac-walk-cust
               ELSE
                   MOVE ac-br-cust(ac-walk-ctr) TO ac-walk-cust
               END-IF
               PERFORM check-one-cust-orders
           END-PERFORM.

           IF ac-problem = "Y"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING ac-ctr FROM 1 BY 1
                   UNTIL ac-ctr > ac-req-count
               IF ac-req-matched(ac-ctr) NOT = "Y"
                   MOVE "Y" TO ac-problem
                   MOVE "an order on the credit is not on that invoice"
                       TO ac-message
               END-IF
           END-PERFORM.

      *** One customer on the invoice - the invoiced one, or a      ***
      *** branch of a consolidated invoice.                         ***
       check-one-cust-orders.

           MOVE ac-walk-cust TO ORD-CUST-ID.
           MOVE 0 TO ORD-NO.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "10" TO orders-file-status
           END-START.

           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
               PERFORM UNTIL orders-file-status NOT = "00"
                   OR ORD-CUST-ID NOT = ac-walk-cust
                   OR ac-problem = "Y"
                   IF ORD-INVOICE = ac-inv-no
                       PERFORM check-one-covered-order
                   END-IF
                   READ orders-file NEXT RECORD
                       AT END MOVE "10" TO orders-file-status
                   END-READ
               END-PERFORM
           END-IF.
           MOVE "00" TO orders-file-status.

       check-one-covered-order.

           COMPUTE ac-open-amt = ORD-AMOUNT + ORD-TAX
               - ORD-PAID - ORD-CREDITED - ORD-WRITTEN-OFF.

           IF ac-req-count = 0
               ADD ac-open-amt TO ac-crn-total
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING ac-ctr FROM 1 BY 1
                   UNTIL ac-ctr > ac-req-count
               IF ac-req-orderno(ac-ctr) = ORD-NO
                   MOVE "Y" TO ac-req-matched(ac-ctr)
                   IF ac-req-amount(ac-ctr) > ac-open-amt
                       MOVE "Y" TO ac-problem
                       MOVE "a credit line is more than that order "
                           & "still owes" TO ac-message
                   ELSE
                       ADD ac-req-amount(ac-ctr) TO ac-crn-total
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *** Second pass: the same walk, this time rewriting each      ***
      *** credited order and recording it as a line on the note.    ***
      *****************************************************************
       credit-matched-orders.

           PERFORM VARYING ac-walk-ctr FROM 0 BY 1
                   UNTIL ac-walk-ctr > ac-br-count
               IF ac-walk-ctr = 0
                   MOVE ac-inv-cust TO ac-walk-cust
               ELSE
                   MOVE ac-br-cust(ac-walk-ctr) TO ac-walk-cust
               END-IF
               PERFORM credit-one-cust-orders
           END-PERFORM.

       credit-one-cust-orders.

           MOVE ac-walk-cust TO ORD-CUST-ID.
           MOVE 0 TO ORD-NO.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "10" TO orders-file-status
           END-START.

           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
               PERFORM UNTIL orders-file-status NOT = "00"
                   OR ORD-CUST-ID NOT = ac-walk-cust
                   IF ORD-INVOICE = ac-inv-no
                       PERFORM credit-one-order
                   END-IF
                   READ orders-file NEXT RECORD
                       AT END MOVE "10" TO orders-file-status
                   END-READ
               END-PERFORM
           END-IF.
           MOVE "00" TO orders-file-status.

       credit-one-order.

           MOVE 0 TO ac-credit-amt.
           IF ac-req-count = 0
               COMPUTE ac-credit-amt = ORD-AMOUNT + ORD-TAX
                   - ORD-PAID - ORD-CREDITED - ORD-WRITTEN-OFF
           ELSE
               PERFORM VARYING ac-ctr FROM 1 BY 1
                       UNTIL ac-ctr > ac-req-count
                   IF ac-req-orderno(ac-ctr) = ORD-NO
                       MOVE ac-req-amount(ac-ctr) TO ac-credit-amt
                   END-IF
               END-PERFORM
           END-IF.

           IF ac-credit-amt = 0 OR CRN-LINES >= 10
               EXIT PARAGRAPH
           END-IF.

           MOVE order-record TO jf-before.
           ADD ac-credit-amt TO ORD-CREDITED.
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
                   ADD 1 TO CRN-LINES
                   MOVE ORD-CUST-ID TO CRN-ORD-CUST-ID(CRN-LINES)
                   MOVE ORD-NO      TO CRN-ORD-NO(CRN-LINES)
                   MOVE ac-credit-amt TO CRN-ORD-AMOUNT(CRN-LINES)
           END-REWRITE.

       write-credit-note.

           OPEN I-O creditnotes-file.
           IF creditnotes-file-status = "35"
               OPEN OUTPUT creditnotes-file
               CLOSE creditnotes-file
               OPEN I-O creditnotes-file
           END-IF.

           IF creditnotes-file-status NOT = "00"
               MOVE "credit notes dataset could not be opened"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE ac-crn-no   TO CRN-NO.
           MOVE ac-inv-no   TO CRN-INV-NO.
           MOVE ac-inv-cust TO CRN-CUST-ID.
           MOVE ac-crn-total TO CRN-AMOUNT.
           MOVE FUNCTION TRIM(ac-reason-text) TO CRN-REASON.
           MOVE SESS-USER OF the-session TO CRN-USER.
           MOVE FUNCTION CURRENT-DATE TO CRN-CREATED.
           MOVE "N" TO CRN-MAILED.
           WRITE creditnote-record
               INVALID KEY
                   MOVE "could not file that credit note"
                       TO ac-message
               NOT INVALID KEY
                   MOVE "creditnotes" TO jf-dataset
                   MOVE "W" TO jf-action
                   MOVE CRN-NO TO jf-key
                   MOVE SPACES TO jf-before
                   MOVE creditnote-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-WRITE.
           CLOSE creditnotes-file.

       add-credit-to-invoice.

           OPEN I-O invoices-file.
           IF invoices-file-status = "00"
               MOVE ac-inv-no TO INV-NO
               READ invoices-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD ac-crn-total TO INV-CREDITED
                       REWRITE invoice-record
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
               CLOSE invoices-file
           END-IF.

      *****************************************************************
      *** Same gate as the invoice: a bounced-out or do-not-email   ***
      *** customer gets the paper copy, everyone else gets the note ***
      *** on the spool in their own language.                       ***
      *****************************************************************
       mail-credit-note.

           MOVE SPACES TO mail-to-addr.

           OPEN INPUT customers-file.
           IF customers-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ac-inv-cust TO CUST-ID.
           READ customers-file
               INVALID KEY MOVE "23" TO customers-file-status
           END-READ.
           CLOSE customers-file.
           IF customers-file-status = "23"
               EXIT PARAGRAPH
           END-IF.

           CALL "custcrypt" USING "O" customer-record ac-open-result
           END-CALL.
           IF ac-open-result NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF CUST-EMAIL-BAD = "Y" OR CUST-NO-EMAIL = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE CUST-EMAIL TO mail-to-addr.
           MOVE CUST-LANG TO mail-lang.

           COMPUTE money-result = ac-crn-total.
           MOVE money-result TO display-result.

           MOVE SPACES TO mail-subject.
           STRING "Credit note "                DELIMITED BY SIZE
                  FUNCTION TRIM(ac-crn-no)      DELIMITED BY SIZE
                  " against invoice "           DELIMITED BY SIZE
                  FUNCTION TRIM(ac-inv-no)      DELIMITED BY SIZE
               INTO mail-subject
           END-STRING.

           MOVE SPACES TO mail-body.
           STRING "Dear "                       DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-NAME)      DELIMITED BY SIZE
                  ", credit note "              DELIMITED BY SIZE
                  FUNCTION TRIM(ac-crn-no)      DELIMITED BY SIZE
                  " reduces invoice "           DELIMITED BY SIZE
                  FUNCTION TRIM(ac-inv-no)      DELIMITED BY SIZE
                  " by "                        DELIMITED BY SIZE
                  FUNCTION TRIM(display-result) DELIMITED BY SIZE
                  ". Reason: "                  DELIMITED BY SIZE
                  FUNCTION TRIM(ac-reason-text) DELIMITED BY SIZE
                  "."                           DELIMITED BY SIZE
               INTO mail-body
           END-STRING.

           MOVE SPACES TO the-mailvars.
           MOVE "name" TO MV-varname(1).
           MOVE FUNCTION TRIM(CUST-NAME)
               TO MV-varvalue(1).
           MOVE "creditno" TO MV-varname(2).
           MOVE FUNCTION TRIM(ac-crn-no)
               TO MV-varvalue(2).
           MOVE "invoiceno" TO MV-varname(3).
           MOVE FUNCTION TRIM(ac-inv-no)
               TO MV-varvalue(3).
           MOVE "total" TO MV-varname(4).
           MOVE FUNCTION TRIM(display-result)
               TO MV-varvalue(4).
           MOVE "reason" TO MV-varname(5).
           MOVE FUNCTION TRIM(ac-reason-text)
               TO MV-varvalue(5).
           MOVE SPACES TO ac-company.
           MOVE ac-inv-company TO CO-CODE.
           MOVE 0 TO ac-co-seq.
           CALL "getcompany" USING ac-co-seq ac-company ac-co-found
               END-CALL.
           MOVE "company" TO MV-varname(6).
           MOVE FUNCTION TRIM(CO-NAME)
               TO MV-varvalue(6).
           MOVE "letterhead" TO MV-varname(7).
           MOVE FUNCTION TRIM(CO-LETTERHEAD)
               TO MV-varvalue(7).
           PERFORM compose-company-mail.

           MOVE "N" TO mail-accepted.
           CALL "sendmailq" USING mail-to-addr mail-subject
               mail-body mail-template mail-accepted END-CALL.

           IF mail-accepted = "Y"
               OPEN I-O creditnotes-file
               IF creditnotes-file-status = "00"
                   MOVE ac-crn-no TO CRN-NO
                   READ creditnotes-file
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO CRN-MAILED
                           REWRITE creditnote-record
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-READ
                   CLOSE creditnotes-file
               END-IF
           END-IF.

      *** The invoicing company's own template (creditnote-<tag>)   ***
      *** when it has one; composemail leaves the body alone when   ***
      *** the template is missing, and then the shared one is used. ***
       compose-company-mail.

           MOVE mail-body TO mail-body-builtin.
           MOVE mail-template TO mail-base-template.
           IF CO-MAIL-TAG NOT = SPACES
               MOVE SPACES TO mail-template
               STRING mail-base-template DELIMITED BY SPACE
                      "-"                DELIMITED BY SIZE
                      CO-MAIL-TAG        DELIMITED BY SPACE
                   INTO mail-template
               END-STRING
               CALL "composemail" USING mail-template mail-lang
                   the-mailvars mail-body END-CALL
               IF mail-body NOT = mail-body-builtin
                   EXIT PARAGRAPH
               END-IF
               MOVE mail-base-template TO mail-template
           END-IF.
           CALL "composemail" USING mail-template mail-lang
               the-mailvars mail-body END-CALL.

      *****************************************************************
      *** Walk the notes in key order and fill up to 10 display     ***
      *** slots, same fixed-slot convention as the order screen.    ***
      *****************************************************************
       show-credit-list.

           MOVE 0 TO ac-shown-count.
           OPEN INPUT creditnotes-file.
           OPEN INPUT customers-file.

           IF creditnotes-file-status = "00"
               READ creditnotes-file NEXT RECORD
                   AT END MOVE "10" TO creditnotes-file-status
               END-READ
               PERFORM UNTIL creditnotes-file-status NOT = "00"
                   OR ac-shown-count >= 10
                   PERFORM check-credit-company
                   IF ac-co-granted = "Y"
                       PERFORM add-credit-to-vars
                       ADD 1 TO ac-shown-count
                   END-IF
                   READ creditnotes-file NEXT RECORD
                       AT END MOVE "10" TO creditnotes-file-status
                   END-READ
               END-PERFORM
               CLOSE creditnotes-file
           END-IF.
           IF customers-file-status = "00"
               CLOSE customers-file
           END-IF.

      *** A note is shown to the staff of its customer's company.   ***
       check-credit-company.

           MOVE SPACES TO ac-co-asked.
           IF customers-file-status = "00"
               MOVE CRN-CUST-ID TO CUST-ID
               READ customers-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CUST-COMPANY TO ac-co-asked
               END-READ
               MOVE "00" TO customers-file-status
           END-IF.
           PERFORM check-company-granted.

       add-credit-to-vars.

           MOVE ac-shown-count TO ac-shown-disp.

           COMPUTE ac-var-ctr = (ac-shown-count * 6) + 1.
           MOVE FUNCTION TRIM(CRN-NO) TO COW-varvalue(ac-var-ctr).
           STRING "crn" DELIMITED BY SIZE
                  FUNCTION TRIM(ac-shown-disp) DELIMITED BY SIZE
                  "no" DELIMITED BY SIZE
               INTO COW-varname(ac-var-ctr).

           ADD 1 TO ac-var-ctr.
           MOVE FUNCTION TRIM(CRN-INV-NO) TO COW-varvalue(ac-var-ctr).
           STRING "crn" DELIMITED BY SIZE
                  FUNCTION TRIM(ac-shown-disp) DELIMITED BY SIZE
                  "inv" DELIMITED BY SIZE
               INTO COW-varname(ac-var-ctr).

           ADD 1 TO ac-var-ctr.
           MOVE FUNCTION TRIM(CRN-CUST-ID) TO COW-varvalue(ac-var-ctr).
           STRING "crn" DELIMITED BY SIZE
                  FUNCTION TRIM(ac-shown-disp) DELIMITED BY SIZE
                  "cust" DELIMITED BY SIZE
               INTO COW-varname(ac-var-ctr).

           ADD 1 TO ac-var-ctr.
           COMPUTE money-result = CRN-AMOUNT.
           MOVE money-result TO display-result.
           MOVE FUNCTION TRIM(display-result)
               TO COW-varvalue(ac-var-ctr).
           STRING "crn" DELIMITED BY SIZE
                  FUNCTION TRIM(ac-shown-disp) DELIMITED BY SIZE
                  "amount" DELIMITED BY SIZE
               INTO COW-varname(ac-var-ctr).

           ADD 1 TO ac-var-ctr.
           MOVE FUNCTION TRIM(CRN-REASON) TO COW-varvalue(ac-var-ctr).
           STRING "crn" DELIMITED BY SIZE
                  FUNCTION TRIM(ac-shown-disp) DELIMITED BY SIZE
                  "reason" DELIMITED BY SIZE
               INTO COW-varname(ac-var-ctr).

           ADD 1 TO ac-var-ctr.
           MOVE FUNCTION TRIM(CRN-USER) TO COW-varvalue(ac-var-ctr).
           STRING "crn" DELIMITED BY SIZE
                  FUNCTION TRIM(ac-shown-disp) DELIMITED BY SIZE
                  "user" DELIMITED BY SIZE
               INTO COW-varname(ac-var-ctr).
