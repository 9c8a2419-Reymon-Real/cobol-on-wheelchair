      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  customer self-service portal                     ***
      *** UPDATE:  credit notes listed beside the invoices          ***
      *** UPDATE:  open quotes listed, and accepted into orders     ***
      *** UPDATE:  latest account statement offered for download    ***
      *** UPDATE:  orders from an accepted quote start awaiting     ***
      ***          pick                                             ***
      *** UPDATE:  correction requests open a tracked case          ***
      *** UPDATE:  new orders carry their customer's trading        ***
      ***          company                                          ***
      *** UPDATE:  each invoice listed with its due date            ***
      *** UPDATE:  own details opened from the sealed customer      ***
      ***          record                                           ***
      *** UPDATE:  invoices paid by card through the provider's     ***
      ***          page                                             ***
      *** UPDATE:  a quote is marked accepted only once every line  ***
      ***          is filed, and its orders are held over the       ***
      ***          approval limit                                   ***
      *** UPDATE:  a new order's foreign-currency fields start at   ***
      ***          zero                                             ***
      *****************************************************************
      *** /portal, behind the "customer" role: a logged-in customer ***
      *** account (USR-CUST-ID links it to the customer master)     ***
      *** history note the staff work the usual way. checkrole      ***
      *** keeps these accounts out of every staff screen, and this  ***
      *** screen shows nothing but the linked customer's own data.  ***
      *** Quotes the office prepared for them (quotes.dat) show     ***
      *** while open and unexpired; accepting one files an order    ***
      *** per quote line at the quoted price, after the same        ***
      *** checkorder checks the clerks' order screen applies, and   ***
      *** leaves a contact note saying who accepted it and when.    ***
      *** The latest month-end account statement (statements.dat)   ***
      *** is offered as a plain-text download, laid out by          ***
      *** formatstatement exactly as the posted paper copy is.      ***
      *** A correction request now opens a case (casefld.cbl) in    ***
      *** the category the customer picks, assigned to their        ***
      *** account owner and due by the category's service level     ***
      *** (getcasesla); the contact note is still filed and names   ***
      *** the case. Their cases are listed with where each stands.  ***
      *** Each invoice shows what it still owes, and one still      ***
      *** owing in base currency has a "pay now" that files a card  ***
      *** payment (cardpayfld.cbl) and hands the customer off to    ***
      *** the card provider's hosted page named in data/cardpay.txt ***
      *** (url=, merchant=), signed with the CARD_PROVIDER_SECRET   ***
      *** environment variable so the amount can't be altered on    ***
      *** the way. The provider's callback comes back through the   ***
      *** events route and the nightly apply settles the orders. No ***
      *** secret or no page configured, no card payments. An        ***
      *** invoice billed in another currency is paid by transfer.   ***
      *****************************************************************

       IDENTIFICATION DIVISION.
           COPY "custnotedef.cbl".
           COPY "savedef.cbl".
           COPY "invdef.cbl".
           COPY "crndef.cbl".
           COPY "qtedef.cbl".
           COPY "orderdef.cbl".
           COPY "stmdef.cbl".
           COPY "casedef.cbl".
           COPY "cardpaydef.cbl".

           SELECT cardpay-config-file
               ASSIGN TO "data/cardpay.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS cardpay-config-status.

       DATA DIVISION.

       01 invoice-record.
           COPY "invfld.cbl".

       FD creditnotes-file.
       01 creditnote-record.
           COPY "crnfld.cbl".

       FD quotes-file.
       01 quote-record.
           COPY "qtefld.cbl".

       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD statements-file.
       01 statement-record.
           COPY "stmfld.cbl".

       FD cases-file.
       01 case-record.
           COPY "casefld.cbl".

       FD cardpays-file.
       01 cardpay-record.
           COPY "cardpayfld.cbl".

       FD cardpay-config-file.
       01 cardpay-config-line PIC X(200).

       WORKING-STORAGE SECTION.
       77 users-file-status      PIC X(2).
       77 customers-file-status  PIC X(2).
       77 custnotes-file-status  PIC X(2).
       77 savedcalcs-file-status PIC X(2).
       77 invoices-file-status   PIC X(2).
       77 creditnotes-file-status PIC X(2).
       77 quotes-file-status     PIC X(2).
       77 orders-file-status     PIC X(2).
       77 statements-file-status PIC X(2).
       77 cases-file-status      PIC X(2).
       77 cardpays-file-status   PIC X(2).
       77 cardpay-config-status  PIC X(2).

       78 po-calc-max VALUE 10.
       78 po-inv-max  VALUE 10.
       78 po-crn-max  VALUE 10.
       78 po-qte-max  VALUE 10.
       78 po-case-max VALUE 10.

       77 po-cust-id   PIC X(10) VALUE SPACES.
       77 po-open-result PIC X(01).
       77 po-message   PIC X(90) VALUE SPACES.
       77 po-action    PIC X(12) VALUE SPACES.
       77 po-note-text PIC X(90) VALUE SPACES.

       77 po-next-seq  PIC 9(5) VALUE 0.

       77 po-today       PIC X(8).
       77 po-date-disp   PIC X(10).
       77 po-due-date    PIC X(8).
       77 po-terms-type  PIC X(1).
       77 po-terms-days  PIC 9(3).
       77 po-quote-ref   PIC X(90) VALUE SPACES.
       77 po-quote-ok    PIC X(01).
       77 po-line        PIC 9(4) USAGE COMP-5.
       77 po-line-amount PIC 9(9)V99.
       77 po-check-amount PIC 9(11)V99.
       77 po-order-ok    PIC X(01).
       77 po-new-key     PIC 9(10) VALUE 0.
       77 po-filed       PIC 9(4) USAGE COMP-5.
       77 po-filed-disp  PIC Z(3)9.
       77 po-held        PIC 9(4) USAGE COMP-5.
       77 po-held-disp   PIC Z(3)9.
       77 po-hold-result  PIC X(01).
       77 po-hold-message PIC X(90).

      *** The order each quote line became, so a quote that could   ***
      *** not be filed whole is taken back out again, and so the    ***
      *** held ones get their approvals once the quote is accepted. ***
       01 po-quote-orders.
          05 po-quote-order OCCURS 20 TIMES.
             10 po-order-no   PIC 9(10).
             10 po-order-held PIC X(01).
             10 po-order-done PIC X(01).
       77 po-prod-desc   PIC X(60).
       77 po-prod-price  PIC 9(7)V99.
       77 po-prod-result PIC X(01).
       77 po-note-line   PIC X(200).
       77 po-note-followup PIC X(8).
       77 po-note-written PIC X(01).
       77 po-download    PIC X(12) VALUE SPACES.
       77 po-stm-found   PIC X(01).
       77 po-stl-ctr     PIC 9(4) USAGE COMP-5.
       77 po-stm-saved   PIC X(2000).

       77 po-category-text PIC X(90) VALUE SPACES.
       77 po-category    PIC X(12).
       77 po-sla-days    PIC 9(3).
       77 po-sla-found   PIC X(01).
       77 po-case-due    PIC 9(8).
       77 po-case-key    PIC 9(10) VALUE 0.
       77 po-case-disp   PIC Z(9)9.
       77 po-case-no     PIC X(10) VALUE SPACES.

       77 po-invoice-text PIC X(90) VALUE SPACES.
       77 po-owed        PIC 9(11)V99.
       77 po-br          PIC 9(4) USAGE COMP-5.
       77 po-scan-cust   PIC X(10).
       77 po-pay-html    PIC X(90).
       77 po-pay-ok      PIC X(01).
       77 po-cp-key      PIC 9(10) VALUE 0.
       77 po-cp-disp     PIC Z(9)9.
       77 po-cp-ref      PIC X(10).
       77 po-amount-edit PIC Z(8)9.99.
       77 po-amount-text PIC X(12).
       77 po-cfg-name    PIC X(30).
       77 po-cfg-value   PIC X(160).
       77 po-cfg-ptr     PIC 9(4) USAGE COMP-5.
       77 po-pay-site    PIC X(160) VALUE SPACES.
       77 po-merchant    PIC X(30) VALUE SPACES.
       77 po-secret      PIC X(40) VALUE SPACES.
       77 po-sign-payload PIC X(200).
       77 po-signature   PIC X(16).

      *** Before/after images handed to logjournal on every master  ***
      *** write - the roll-forward recovery's raw material.         ***
       01 journal-fields.
          05 jf-dataset PIC X(20).
          05 jf-action  PIC X(1).
          05 jf-key     PIC X(30).
          05 jf-before  PIC X(600).
          05 jf-after   PIC X(600).

       01 statement-lines.
           COPY "stmlines.cbl".

       01 the-vars.
           COPY "cowvars.cbl".

       01 response-header-block EXTERNAL.
           COPY "resphdr.cbl".

       LINKAGE SECTION.
       01 the-values.
          COPY "queryval.cbl".
               END-IF
           END-IF.

           IF FUNCTION TRIM(po-action) = "acceptquote"
               IF FUNCTION TRIM(po-request-method) NOT = "POST"
                   MOVE "a quote must be accepted with a POST"
                       TO po-message
               ELSE
                   PERFORM accept-quote
                   CALL "setflash" USING the-session po-message
                       END-CALL
                   MOVE "/portal" TO po-redirect
                   CALL "redirectto" USING po-redirect END-CALL
                   GOBACK
               END-IF
           END-IF.

           IF FUNCTION TRIM(po-action) = "paycard"
               IF FUNCTION TRIM(po-request-method) NOT = "POST"
                   MOVE "a payment must be started with a POST"
                       TO po-message
               ELSE
                   PERFORM start-card-payment
                   IF po-pay-ok = "Y"
                       CALL "redirectto" USING po-redirect END-CALL
                       GOBACK
                   END-IF
                   CALL "setflash" USING the-session po-message
                       END-CALL
                   MOVE "/portal" TO po-redirect
                   CALL "redirectto" USING po-redirect END-CALL
                   GOBACK
               END-IF
           END-IF.

           CALL "getparam" USING the-values "download" po-download
               END-CALL.

           IF FUNCTION TRIM(po-download) = "statement"
               PERFORM find-latest-statement
               IF po-stm-found = "Y"
                   PERFORM stream-statement
                   GOBACK
               END-IF
               MOVE "no account statement has been issued yet"
                   TO po-message
           END-IF.

           PERFORM show-own-details.
           PERFORM show-own-calculations.
           PERFORM show-own-invoices.
           PERFORM show-own-credits.
           PERFORM show-own-quotes.
           PERFORM show-latest-statement.
           PERFORM show-own-cases.

           MOVE "message" TO COW-varname(95).
           MOVE po-message TO COW-varvalue(95).

           MOVE po-cust-id TO CUST-ID.
           READ customers-file
               INVALID KEY MOVE "23" TO customers-file-status
           END-READ.
           CLOSE customers-file.
           IF customers-file-status = "23"
               EXIT PARAGRAPH
           END-IF.

           CALL "custcrypt" USING "O" customer-record po-open-result
           END-CALL.
           IF po-open-result NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE "custid" TO COW-varname(80).
           MOVE FUNCTION TRIM(CUST-ID) TO COW-varvalue(80).
           MOVE "custname" TO COW-varname(81).
           MOVE FUNCTION TRIM(CUST-NAME) TO COW-varvalue(81).
           MOVE "email" TO COW-varname(82).
           MOVE FUNCTION TRIM(CUST-EMAIL) TO COW-varvalue(82).
           MOVE "addr1" TO COW-varname(83).
           MOVE FUNCTION TRIM(CUST-ADDR1) TO COW-varvalue(83).
           MOVE "addr2" TO COW-varname(84).
           MOVE FUNCTION TRIM(CUST-ADDR2) TO COW-varvalue(84).
           MOVE "city" TO COW-varname(85).
           MOVE FUNCTION TRIM(CUST-CITY) TO COW-varvalue(85).
           MOVE "postcode" TO COW-varname(86).
           MOVE FUNCTION TRIM(CUST-POSTCODE) TO COW-varvalue(86).
           MOVE "phone" TO COW-varname(87).
           MOVE FUNCTION TRIM(CUST-PHONE) TO COW-varvalue(87).

      *****************************************************************
      *** The account's own saved calculations - SAVE-USER is the  ***
           MOVE 0 TO po-shown.

           OPEN INPUT invoices-file.
           OPEN INPUT orders-file.
           IF invoices-file-status = "00"
               READ invoices-file NEXT RECORD
                   AT END MOVE "10" TO invoices-file-status
               END-PERFORM
               CLOSE invoices-file
           END-IF.
           IF orders-file-status = "00"
               CLOSE orders-file
           END-IF.

           MOVE po-shown TO po-count-disp.
           MOVE "invcount" TO COW-varname(91).
                  "created" DELIMITED BY SIZE
               INTO COW-varname(po-var-ctr).

      *** The due dates sit past the case slots.                    ***
           COMPUTE po-var-ctr = po-shown + 230.
           PERFORM format-invoice-due.
           MOVE po-date-disp TO COW-varvalue(po-var-ctr).
           STRING "inv" DELIMITED BY SIZE
                  FUNCTION TRIM(po-shown-disp) DELIMITED BY SIZE
                  "due" DELIMITED BY SIZE
               INTO COW-varname(po-var-ctr).

      *** What it still owes, and the pay button, past the due      ***
      *** dates.                                                    ***
           PERFORM work-out-invoice-owed.
           COMPUTE po-var-ctr = po-shown + 240.
           COMPUTE po-money = po-owed.
           MOVE po-money TO po-money-disp.
           MOVE FUNCTION TRIM(po-money-disp)
               TO COW-varvalue(po-var-ctr).
           STRING "inv" DELIMITED BY SIZE
                  FUNCTION TRIM(po-shown-disp) DELIMITED BY SIZE
                  "owed" DELIMITED BY SIZE
               INTO COW-varname(po-var-ctr).

           COMPUTE po-var-ctr = po-shown + 250.
           EVALUATE TRUE
               WHEN po-owed = 0
                   MOVE "paid" TO po-pay-html
               WHEN INV-CURRENCY NOT = SPACES
                   MOVE "by bank transfer" TO po-pay-html
               WHEN OTHER
                   MOVE '<button type="submit" name="action" value="payc
      -            'ard">Pay now</button>' TO po-pay-html
           END-EVALUATE.
           MOVE po-pay-html TO COW-varvalue(po-var-ctr).
           MOVE "Y" TO COW-varraw(po-var-ctr).
           STRING "inv" DELIMITED BY SIZE
                  FUNCTION TRIM(po-shown-disp) DELIMITED BY SIZE
                  "pay" DELIMITED BY SIZE
               INTO COW-varname(po-var-ctr).

      *****************************************************************
      *** What the invoice still owes: every order carrying its     ***
      *** number - the customer's own, then each branch's on a      ***
      *** consolidated invoice - that is still open or billed, less ***
      *** what has been paid and credited against it. The same      ***
      *** orders the nightly apply pays down, so the two agree.     ***
      *** orders-file is left open by the caller.                   ***
      *****************************************************************
       work-out-invoice-owed.

           MOVE 0 TO po-owed.
           IF orders-file-status NOT = "00"
              AND orders-file-status NOT = "10"
               EXIT PARAGRAPH
           END-IF.

           MOVE INV-CUST-ID TO po-scan-cust.
           PERFORM add-customer-owed.
           PERFORM VARYING po-br FROM 1 BY 1
                   UNTIL po-br > INV-BRANCH-COUNT OR po-br > 20
               MOVE INV-BR-CUST-ID(po-br) TO po-scan-cust
               PERFORM add-customer-owed
           END-PERFORM.

       add-customer-owed.

           MOVE po-scan-cust TO ORD-CUST-ID.
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
               OR ORD-CUST-ID NOT = po-scan-cust
               IF ORD-INVOICE = INV-NO
                  AND (ORD-STATUS = "O" OR ORD-STATUS = "B")
                  AND ORD-AMOUNT + ORD-TAX > ORD-PAID + ORD-CREDITED
                   COMPUTE po-owed = po-owed + ORD-AMOUNT + ORD-TAX
                       - ORD-PAID - ORD-CREDITED
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO orders-file-status.

      *** An invoice cut before due dates were stamped falls due on ***
      *** the default terms from its invoice date.                  ***
       format-invoice-due.

           MOVE INV-DUE-DATE TO po-due-date.
           IF po-due-date = SPACES
               MOVE SPACES TO po-terms-type
               MOVE 0 TO po-terms-days
               CALL "getduedate" USING INV-CREATED(1:8) po-terms-type
                   po-terms-days po-due-date END-CALL
           END-IF.

           MOVE SPACES TO po-date-disp.
           IF po-due-date NOT = SPACES
               STRING po-due-date(1:4) "-" po-due-date(5:2) "-"
                      po-due-date(7:2) DELIMITED BY SIZE
                   INTO po-date-disp
               END-STRING
           END-IF.

      *****************************************************************
      *** Credit notes raised against their invoices, listed next   ***
      *** to the invoices they reduce.                              ***
      *****************************************************************
       show-own-credits.

           MOVE 0 TO po-shown.

           OPEN INPUT creditnotes-file.
           IF creditnotes-file-status = "00"
               READ creditnotes-file NEXT RECORD
                   AT END MOVE "10" TO creditnotes-file-status
               END-READ
               PERFORM UNTIL creditnotes-file-status NOT = "00"
                   OR po-shown >= po-crn-max
                   IF CRN-CUST-ID = po-cust-id
                       PERFORM add-credit-to-vars
                       ADD 1 TO po-shown
                   END-IF
                   READ creditnotes-file NEXT RECORD
                       AT END MOVE "10" TO creditnotes-file-status
                   END-READ
               END-PERFORM
               CLOSE creditnotes-file
           END-IF.

           MOVE po-shown TO po-count-disp.
           MOVE "crncount" TO COW-varname(92).
           MOVE FUNCTION TRIM(po-count-disp) TO COW-varvalue(92).

       add-credit-to-vars.

           MOVE po-shown TO po-shown-disp.

           COMPUTE po-var-ctr = (po-shown * 4) + 100.
           MOVE FUNCTION TRIM(CRN-NO) TO COW-varvalue(po-var-ctr).
           STRING "crn" DELIMITED BY SIZE
                  FUNCTION TRIM(po-shown-disp) DELIMITED BY SIZE
                  "no" DELIMITED BY SIZE
               INTO COW-varname(po-var-ctr).

           ADD 1 TO po-var-ctr.
           MOVE FUNCTION TRIM(CRN-INV-NO) TO COW-varvalue(po-var-ctr).
           STRING "crn" DELIMITED BY SIZE
                  FUNCTION TRIM(po-shown-disp) DELIMITED BY SIZE
                  "inv" DELIMITED BY SIZE
               INTO COW-varname(po-var-ctr).

           ADD 1 TO po-var-ctr.
           COMPUTE po-money = CRN-AMOUNT.
           MOVE po-money TO po-money-disp.
           MOVE FUNCTION TRIM(po-money-disp)
               TO COW-varvalue(po-var-ctr).
           STRING "crn" DELIMITED BY SIZE
                  FUNCTION TRIM(po-shown-disp) DELIMITED BY SIZE
                  "amount" DELIMITED BY SIZE
               INTO COW-varname(po-var-ctr).

           ADD 1 TO po-var-ctr.
           MOVE CRN-CREATED TO COW-varvalue(po-var-ctr).
           STRING "crn" DELIMITED BY SIZE
                  FUNCTION TRIM(po-shown-disp) DELIMITED BY SIZE
                  "created" DELIMITED BY SIZE
               INTO COW-varname(po-var-ctr).

      *****************************************************************
      *** Quotes prepared for them that are still open and not yet  ***
      *** past their expiry - the ones they can still accept.       ***
      *****************************************************************
       show-own-quotes.

           MOVE 0 TO po-shown.
           MOVE FUNCTION CURRENT-DATE(1:8) TO po-today.

           OPEN INPUT quotes-file.
           IF quotes-file-status = "00"
               READ quotes-file NEXT RECORD
                   AT END MOVE "10" TO quotes-file-status
               END-READ
               PERFORM UNTIL quotes-file-status NOT = "00"
                   OR po-shown >= po-qte-max
                   IF QTE-CUST-ID = po-cust-id
                      AND QTE-STATUS = "O"
                      AND QTE-EXPIRES NOT < po-today
                       PERFORM add-quote-to-vars
                       ADD 1 TO po-shown
                   END-IF
                   READ quotes-file NEXT RECORD
                       AT END MOVE "10" TO quotes-file-status
                   END-READ
               END-PERFORM
               CLOSE quotes-file
           END-IF.

           MOVE po-shown TO po-count-disp.
           MOVE "qtecount" TO COW-varname(93).
           MOVE FUNCTION TRIM(po-count-disp) TO COW-varvalue(93).

       add-quote-to-vars.

           MOVE po-shown TO po-shown-disp.

           COMPUTE po-var-ctr = (po-shown * 4) + 140.
           MOVE FUNCTION TRIM(QTE-REF) TO COW-varvalue(po-var-ctr).
           STRING "qte" DELIMITED BY SIZE
                  FUNCTION TRIM(po-shown-disp) DELIMITED BY SIZE
                  "ref" DELIMITED BY SIZE
               INTO COW-varname(po-var-ctr).

           ADD 1 TO po-var-ctr.
           COMPUTE po-money = QTE-TOTAL.
           MOVE po-money TO po-money-disp.
           MOVE FUNCTION TRIM(po-money-disp)
               TO COW-varvalue(po-var-ctr).
           STRING "qte" DELIMITED BY SIZE
                  FUNCTION TRIM(po-shown-disp) DELIMITED BY SIZE
                  "total" DELIMITED BY SIZE
               INTO COW-varname(po-var-ctr).

           ADD 1 TO po-var-ctr.
           MOVE QTE-LINE-COUNT TO po-count-disp.
           MOVE FUNCTION TRIM(po-count-disp)
               TO COW-varvalue(po-var-ctr).
           STRING "qte" DELIMITED BY SIZE
                  FUNCTION TRIM(po-shown-disp) DELIMITED BY SIZE
                  "lines" DELIMITED BY SIZE
               INTO COW-varname(po-var-ctr).

           ADD 1 TO po-var-ctr.
           PERFORM format-quote-expiry.
           MOVE po-date-disp TO COW-varvalue(po-var-ctr).
           STRING "qte" DELIMITED BY SIZE
                  FUNCTION TRIM(po-shown-disp) DELIMITED BY SIZE
                  "expires" DELIMITED BY SIZE
               INTO COW-varname(po-var-ctr).

       format-quote-expiry.

           MOVE SPACES TO po-date-disp.
           STRING QTE-EXPIRES(1:4) "-" QTE-EXPIRES(5:2) "-"
                  QTE-EXPIRES(7:2) DELIMITED BY SIZE
               INTO po-date-disp
           END-STRING.

      *****************************************************************
      *** Accept one quote. Only the customer's own open quote, on  ***
      *** or before its expiry, and only when every line can still  ***
      *** be filed and checkorder passes the net total - otherwise  ***
      *** nothing is written. The orders go down first and the      ***
      *** quote is marked accepted only when every line made one;   ***
      *** short of that the orders filed are taken back out and the ***
      *** quote stays open to be accepted again. Each order carries ***
      *** the quoted description and unit price, whatever the       ***
      *** catalog says today, and is held over the approval limit   ***
      *** exactly as order entry holds one (holdorder).             ***
      *****************************************************************
       accept-quote.

           CALL "getparam" USING the-values "ref" po-quote-ref
               END-CALL.

           IF FUNCTION TRIM(po-quote-ref) = SPACES
               MOVE "which quote? the reference is missing"
                   TO po-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO po-today.

           OPEN I-O quotes-file.
           IF quotes-file-status NOT = "00"
               MOVE "no quote under that reference" TO po-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(po-quote-ref) TO QTE-REF.
           READ quotes-file
               INVALID KEY MOVE "23" TO quotes-file-status
           END-READ.

           IF quotes-file-status NOT = "00"
              OR QTE-CUST-ID NOT = po-cust-id
               MOVE "no quote under that reference" TO po-message
               CLOSE quotes-file
               EXIT PARAGRAPH
           END-IF.

           IF QTE-STATUS NOT = "O"
               MOVE "that quote has already been accepted"
                   TO po-message
               CLOSE quotes-file
               EXIT PARAGRAPH
           END-IF.

           IF QTE-EXPIRES < po-today
               PERFORM format-quote-expiry
               MOVE SPACES TO po-message
               STRING "that quote expired on " DELIMITED BY SIZE
                      po-date-disp             DELIMITED BY SIZE
                      " - ask the office for a fresh one"
                                               DELIMITED BY SIZE
                   INTO po-message
               END-STRING
               CLOSE quotes-file
               EXIT PARAGRAPH
           END-IF.

           PERFORM check-quote-lines.
           IF po-quote-ok NOT = "Y"
               CLOSE quotes-file
               EXIT PARAGRAPH
           END-IF.

           CALL "checkorder" USING po-cust-id po-check-amount
               po-order-ok po-message END-CALL.
           IF po-order-ok NOT = "Y"
               CLOSE quotes-file
               EXIT PARAGRAPH
           END-IF.

           PERFORM file-quote-orders.
           IF po-filed NOT = QTE-LINE-COUNT
               MOVE "the quote could not be accepted - try again"
                   TO po-message
               CLOSE quotes-file
               EXIT PARAGRAPH
           END-IF.

           MOVE "A" TO QTE-STATUS.
           MOVE FUNCTION CURRENT-DATE TO QTE-ACCEPTED-WHEN.
           MOVE SESS-USER OF the-session TO QTE-ACCEPTED-BY.
           REWRITE quote-record
               INVALID KEY MOVE "22" TO quotes-file-status
           END-REWRITE.

           IF quotes-file-status NOT = "00"
               PERFORM unfile-quote-orders
               MOVE "the quote could not be accepted - try again"
                   TO po-message
               CLOSE quotes-file
               EXIT PARAGRAPH
           END-IF.
           CLOSE quotes-file.

           PERFORM file-quote-approvals.

           PERFORM note-quote-accepted.

           MOVE po-filed TO po-filed-disp.
           MOVE SPACES TO po-message.
           STRING "thank you - quote "          DELIMITED BY SIZE
                  FUNCTION TRIM(po-quote-ref)   DELIMITED BY SIZE
                  " accepted, "                 DELIMITED BY SIZE
                  FUNCTION TRIM(po-filed-disp)  DELIMITED BY SIZE
                  " order(s) filed"             DELIMITED BY SIZE
               INTO po-message
           END-STRING.
           IF po-held > 0
               MOVE po-held TO po-held-disp
               MOVE SPACES TO po-hold-message
               STRING FUNCTION TRIM(po-message)  DELIMITED BY SIZE
                      ", "                       DELIMITED BY SIZE
                      FUNCTION TRIM(po-held-disp) DELIMITED BY SIZE
                      " awaiting the office's approval"
                                                 DELIMITED BY SIZE
                   INTO po-hold-message
               END-STRING
               MOVE po-hold-message TO po-message
           END-IF.

      *****************************************************************
      *** Every line must still make an order adminorders would     ***
      *** take: a catalog product that hasn't been withdrawn, and   ***
      *** an amount that fits the order record. The net adds up     ***
      *** here for checkorder.                                      ***
      *****************************************************************
       check-quote-lines.

           MOVE "Y" TO po-quote-ok.
           MOVE 0 TO po-check-amount.

           IF QTE-LINE-COUNT = 0
               MOVE "N" TO po-quote-ok
               MOVE "that quote has no lines to order" TO po-message
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING po-line FROM 1 BY 1
                   UNTIL po-line > QTE-LINE-COUNT
                   OR po-quote-ok NOT = "Y"
               IF QTE-PROD-CODE(po-line) NOT = SPACES
                   CALL "lookupproduct" USING QTE-PROD-CODE(po-line)
                       po-today po-prod-desc po-prod-price
                       po-prod-result END-CALL
                   IF po-prod-result = "N" OR po-prod-result = "I"
                       MOVE "N" TO po-quote-ok
                       MOVE "a product on that quote has been "
                         & "withdrawn - ask the office for a fresh "
                         & "quote" TO po-message
                   END-IF
               END-IF
               COMPUTE po-line-amount =
                   QTE-QTY(po-line) * QTE-PRICE(po-line)
                   ON SIZE ERROR
                       MOVE "N" TO po-quote-ok
                       MOVE "that quote is too large to file from "
                         & "the portal - ask the office" TO po-message
               END-COMPUTE
               ADD po-line-amount TO po-check-amount
           END-PERFORM.

      *****************************************************************
      *** One order per quote line, numbers minted from the shared  ***
      *** counter, journaled like every order adminorders writes.   ***
      *** Every number is minted before anything is written; a line ***
      *** that still fails to file takes the others back out, so    ***
      *** po-filed is either every line or none.                    ***
      *****************************************************************
       file-quote-orders.

           MOVE 0 TO po-filed.
           MOVE 0 TO po-held.
           MOVE SPACES TO po-quote-orders.

           OPEN I-O orders-file.
           IF orders-file-status = "35"
               OPEN OUTPUT orders-file
               CLOSE orders-file
               OPEN I-O orders-file
           END-IF.

           IF orders-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING po-line FROM 1 BY 1
                   UNTIL po-line > QTE-LINE-COUNT
               CALL "getnextkey" USING "ORDERNO   " po-new-key
                   END-CALL
               MOVE po-new-key TO po-order-no(po-line)
               IF po-new-key = 0
                   CLOSE orders-file
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           PERFORM VARYING po-line FROM 1 BY 1
                   UNTIL po-line > QTE-LINE-COUNT
               PERFORM write-quote-order
           END-PERFORM.

           CLOSE orders-file.

           IF po-filed NOT = QTE-LINE-COUNT
               PERFORM unfile-quote-orders
               MOVE 0 TO po-filed
           END-IF.

       write-quote-order.

           MOVE SPACES TO order-record.
           MOVE po-cust-id TO ORD-CUST-ID.
           MOVE po-order-no(po-line) TO ORD-NO.
           CALL "getcustcompany" USING ORD-CUST-ID ORD-COMPANY
               END-CALL.
           MOVE QTE-DESC(po-line) TO ORD-DESC.
           MOVE QTE-QTY(po-line) TO ORD-QTY.
           MOVE QTE-PRICE(po-line) TO ORD-UNIT-PRICE.
           COMPUTE ORD-AMOUNT = QTE-QTY(po-line) * QTE-PRICE(po-line).
           MOVE QTE-PROD-CODE(po-line) TO ORD-PROD-CODE.
           MOVE 0   TO ORD-PAID.
           MOVE 0   TO ORD-CREDITED.
           MOVE 0   TO ORD-TAX-RATE.
           MOVE 0   TO ORD-TAX.
           MOVE 0   TO ORD-RECUR-NO.
           MOVE 0   TO ORD-WRITTEN-OFF.
           MOVE 0   TO ORD-SHIPMENT.
           MOVE 0   TO ORD-FX-RATE.
           MOVE 0   TO ORD-FX-AMOUNT.
           MOVE 0   TO ORD-FX-PAID.
           MOVE "A" TO ORD-FUL-STATUS.
           MOVE "O" TO ORD-STATUS.
           MOVE SPACES TO ORD-INVOICE.
           MOVE SESS-USER OF the-session TO ORD-USER.
           MOVE FUNCTION CURRENT-DATE TO ORD-CREATED.
           MOVE ORD-CREATED TO ORD-CHANGED.

           CALL "holdorder" USING "C" order-record po-hold-result
               po-hold-message END-CALL.
           IF po-hold-result = "E"
               EXIT PARAGRAPH
           END-IF.

           WRITE order-record
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO po-filed
                   MOVE "Y" TO po-order-done(po-line)
                   MOVE po-hold-result TO po-order-held(po-line)
                   MOVE "orders" TO jf-dataset
                   MOVE "W" TO jf-action
                   MOVE ORD-KEY TO jf-key
                   MOVE SPACES TO jf-before
                   MOVE order-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-WRITE.

      *****************************************************************
      *** Take back out the orders a quote that could not be        ***
      *** accepted whole did file - journaled as deletes, so the    ***
      *** roll-forward recovery replays the same story.             ***
      *****************************************************************
       unfile-quote-orders.

           OPEN I-O orders-file.
           IF orders-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING po-line FROM 1 BY 1
                   UNTIL po-line > QTE-LINE-COUNT
               IF po-order-done(po-line) = "Y"
                   MOVE po-cust-id TO ORD-CUST-ID
                   MOVE po-order-no(po-line) TO ORD-NO
                   READ orders-file
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE order-record TO jf-before
                           DELETE orders-file
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE "orders" TO jf-dataset
                                   MOVE "D" TO jf-action
                                   MOVE ORD-KEY TO jf-key
                                   MOVE SPACES TO jf-after
                                   CALL "logjournal" USING jf-dataset
                                       jf-action jf-key jf-before
                                       jf-after END-CALL
                                   MOVE "N" TO po-order-done(po-line)
                           END-DELETE
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE orders-file.

      *****************************************************************
      *** The quote is accepted: each held order now gets the       ***
      *** approval it waits on.                                     ***
      *****************************************************************
       file-quote-approvals.

           OPEN INPUT orders-file.
           IF orders-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING po-line FROM 1 BY 1
                   UNTIL po-line > QTE-LINE-COUNT
               IF po-order-held(po-line) = "Y"
                   MOVE po-cust-id TO ORD-CUST-ID
                   MOVE po-order-no(po-line) TO ORD-NO
                   READ orders-file
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           CALL "holdorder" USING "F" order-record
                               po-hold-result po-hold-message END-CALL
                           ADD 1 TO po-held
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE orders-file.

      *** The office sees who accepted which quote, and when, in    ***
      *** the customer's contact history.                           ***
       note-quote-accepted.

           MOVE FUNCTION CURRENT-DATE(1:8) TO po-today.
           MOVE po-filed TO po-filed-disp.
           MOVE SPACES TO po-note-line.
           STRING "quote "                      DELIMITED BY SIZE
                  FUNCTION TRIM(po-quote-ref)   DELIMITED BY SIZE
                  " accepted in the portal by " DELIMITED BY SIZE
                  FUNCTION TRIM(SESS-USER OF the-session)
                                                DELIMITED BY SIZE
                  " on "                        DELIMITED BY SIZE
                  po-today(1:4) "-" po-today(5:2) "-" po-today(7:2)
                                                DELIMITED BY SIZE
                  ", "                          DELIMITED BY SIZE
                  FUNCTION TRIM(po-filed-disp)  DELIMITED BY SIZE
                  " order(s) filed"             DELIMITED BY SIZE
               INTO po-note-line
           END-STRING.
           MOVE SPACES TO po-note-followup.
           CALL "writecustnote" USING po-cust-id po-note-line
               SESS-USER OF the-session po-note-followup
               po-note-written END-CALL.

      *****************************************************************
      *** The correction request opens a case first; only once it   ***
      *** is on file does it land as an ordinary contact note under ***
      *** the customer's own id, naming the case - the same         ***
      *** find-highest-seq and retry-on-collision shape addcustnote ***
      *** uses.                                                     ***
      *****************************************************************
       file-correction-request.

           CALL "getparam" USING the-values "note" po-note-text
               END-CALL.
           CALL "getparam" USING the-values "category"
               po-category-text END-CALL.

           IF FUNCTION TRIM(po-note-text) = SPACES
               MOVE "tell us what needs correcting" TO po-message
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(po-category-text) = SPACES
               MOVE "correction" TO po-category-text
           END-IF.
           MOVE FUNCTION TRIM(po-category-text) TO po-category.
           CALL "getcasesla" USING po-category po-sla-days
               po-sla-found END-CALL.
           IF po-sla-found NOT = "Y"
               MOVE "pick one of the listed kinds of request"
                   TO po-message
               EXIT PARAGRAPH
           END-IF.

           PERFORM open-case.
           IF po-case-no = SPACES
               MOVE "the request could not be filed - try again"
                   TO po-message
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO po-next-seq.

           OPEN I-O custnotes-file.
               MOVE po-cust-id TO NOTE-CUST-ID
               MOVE po-next-seq TO NOTE-SEQ
               MOVE SPACES TO NOTE-TEXT
               STRING "case "                DELIMITED BY SIZE
                      FUNCTION TRIM(po-case-no) DELIMITED BY SIZE
                      " ("                   DELIMITED BY SIZE
                      FUNCTION TRIM(po-category) DELIMITED BY SIZE
                      ") correction request: " DELIMITED BY SIZE
                      FUNCTION TRIM(po-note-text) DELIMITED BY SIZE
                   INTO NOTE-TEXT
               END-STRING

           CLOSE custnotes-file.

      *** The case is on file either way, so the customer is given  ***
      *** its number even if the note could not be added.           ***
           MOVE SPACES TO po-message.
           STRING "thank you - your request is case " DELIMITED BY SIZE
                  FUNCTION TRIM(po-case-no)           DELIMITED BY SIZE
                  ", you can follow it below"         DELIMITED BY SIZE
               INTO po-message
           END-STRING.

      *****************************************************************
      *** A new case: number off the key counter, due the           ***
      *** category's service-level days from today, handed to the   ***
      *** customer's account owner, and the opening itself as the   ***
      *** first history entry. po-case-no stays spaces if nothing   ***
      *** could be written.                                         ***
      *****************************************************************
       open-case.

           MOVE SPACES TO po-case-no.

           OPEN I-O cases-file.
           IF cases-file-status = "35"
               OPEN OUTPUT cases-file
               CLOSE cases-file
               OPEN I-O cases-file
           END-IF.
           IF cases-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           CALL "getnextkey" USING "CASENO    " po-case-key END-CALL.
           IF po-case-key = 0
               CLOSE cases-file
               EXIT PARAGRAPH
           END-IF.
           MOVE po-case-key TO po-case-disp.

           COMPUTE po-case-due = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               + po-sla-days).

           MOVE SPACES TO case-record.
           MOVE FUNCTION TRIM(po-case-disp) TO CASE-ID.
           MOVE po-cust-id TO CASE-CUST-ID.
           MOVE po-category TO CASE-CATEGORY.
           MOVE FUNCTION TRIM(po-note-text) TO CASE-TEXT.
           MOVE "O" TO CASE-STATUS.
           PERFORM find-account-owner.
           MOVE FUNCTION CURRENT-DATE TO CASE-OPENED.
           MOVE SESS-USER OF the-session TO CASE-OPENED-BY.
           MOVE po-case-due TO CASE-DUE.
           MOVE CASE-OPENED TO CASE-CHANGED.
           MOVE CASE-OPENED-BY TO CASE-CHANGED-BY.
           MOVE 1 TO CASE-HIST-COUNT.
           MOVE CASE-OPENED TO CASE-H-WHEN(1).
           MOVE CASE-OPENED-BY TO CASE-H-USER(1).
           MOVE SPACE TO CASE-H-FROM(1).
           MOVE "O" TO CASE-H-TO(1).
           MOVE CASE-ASSIGNEE TO CASE-H-ASSIGNEE(1).
           MOVE "raised in the portal" TO CASE-H-REMARK(1).

           WRITE case-record
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CASE-ID TO po-case-no
                   MOVE "cases" TO jf-dataset
                   MOVE "W" TO jf-action
                   MOVE CASE-ID TO jf-key
                   MOVE SPACES TO jf-before
                   MOVE case-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-WRITE.
           CLOSE cases-file.

       find-account-owner.

           MOVE SPACES TO CASE-ASSIGNEE.
           OPEN INPUT customers-file.
           IF customers-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE po-cust-id TO CUST-ID.
           READ customers-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CUST-OWNER TO CASE-ASSIGNEE
           END-READ.
           CLOSE customers-file.

       find-highest-seq.

           READ custnotes-file NEXT RECORD
               END-READ
           END-PERFORM.
           MOVE "00" TO custnotes-file-status.

      *****************************************************************
      *** Their statements sit together under the customer id in    ***
      *** period order, so the last one read under the id is the    ***
      *** latest - it is kept aside as the walk goes past it.       ***
      *****************************************************************
       find-latest-statement.

           MOVE "N" TO po-stm-found.

           OPEN INPUT statements-file.
           IF statements-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE po-cust-id TO STM-CUST-ID.
           MOVE LOW-VALUES TO STM-PERIOD.
           START statements-file KEY NOT < STM-KEY
               INVALID KEY MOVE "10" TO statements-file-status
           END-START.
           IF statements-file-status = "00"
               READ statements-file NEXT RECORD
                   AT END MOVE "10" TO statements-file-status
               END-READ
               PERFORM UNTIL statements-file-status NOT = "00"
                   OR STM-CUST-ID NOT = po-cust-id
                   MOVE "Y" TO po-stm-found
                   MOVE statement-record TO po-stm-saved
                   READ statements-file NEXT RECORD
                       AT END MOVE "10" TO statements-file-status
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE statements-file.

           IF po-stm-found = "Y"
               MOVE po-stm-saved TO statement-record
           END-IF.

      *****************************************************************
      *** The same DISPLAY-through-webheader shape the report       ***
      *** downloads use, named for the month it covers.             ***
      *****************************************************************
       stream-statement.

           CALL "formatstatement" USING statement-record
               statement-lines END-CALL.

           MOVE "text/plain; charset=utf-8" TO RH-CONTENT-TYPE.
           MOVE SPACES TO RH-DISPOSITION.
           STRING 'attachment; filename="statement-'
                                              DELIMITED BY SIZE
                  STM-PERIOD                  DELIMITED BY SIZE
                  '.txt"'                     DELIMITED BY SIZE
               INTO RH-DISPOSITION
           END-STRING.
           CALL "webheader".

           PERFORM VARYING po-stl-ctr FROM 1 BY 1
               UNTIL po-stl-ctr > STL-COUNT
               DISPLAY FUNCTION TRIM(STL-LINE(po-stl-ctr) TRAILING)
           END-PERFORM.

       show-latest-statement.

           PERFORM find-latest-statement.
           IF po-stm-found NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO po-date-disp.
           STRING STM-PERIOD(1:4)             DELIMITED BY SIZE
                  "-"                         DELIMITED BY SIZE
                  STM-PERIOD(5:2)             DELIMITED BY SIZE
               INTO po-date-disp
           END-STRING.
           MOVE "stmperiod" TO COW-varname(94).
           MOVE po-date-disp TO COW-varvalue(94).

           COMPUTE po-money = STM-CLOSING.
           MOVE po-money TO po-money-disp.
           MOVE "stmclosing" TO COW-varname(96).
           MOVE FUNCTION TRIM(po-money-disp) TO COW-varvalue(96).

      *****************************************************************
      *** Their own cases, in number order, with where each stands  ***
      *** put in the customer's terms.                              ***
      *****************************************************************
       show-own-cases.

           MOVE 0 TO po-shown.

           OPEN INPUT cases-file.
           IF cases-file-status = "00"
               READ cases-file NEXT RECORD
                   AT END MOVE "10" TO cases-file-status
               END-READ
               PERFORM UNTIL cases-file-status NOT = "00"
                   OR po-shown >= po-case-max
                   IF CASE-CUST-ID = po-cust-id
                       PERFORM add-case-to-vars
                       ADD 1 TO po-shown
                   END-IF
                   READ cases-file NEXT RECORD
                       AT END MOVE "10" TO cases-file-status
                   END-READ
               END-PERFORM
               CLOSE cases-file
           END-IF.

           MOVE po-shown TO po-count-disp.
           MOVE "casecount" TO COW-varname(97).
           MOVE FUNCTION TRIM(po-count-disp) TO COW-varvalue(97).

       add-case-to-vars.

           MOVE po-shown TO po-shown-disp.

           COMPUTE po-var-ctr = (po-shown * 5) + 180.
           MOVE FUNCTION TRIM(CASE-ID) TO COW-varvalue(po-var-ctr).
           STRING "case" DELIMITED BY SIZE
                  FUNCTION TRIM(po-shown-disp) DELIMITED BY SIZE
                  "no" DELIMITED BY SIZE
               INTO COW-varname(po-var-ctr).

           ADD 1 TO po-var-ctr.
           MOVE FUNCTION TRIM(CASE-CATEGORY)
               TO COW-varvalue(po-var-ctr).
           STRING "case" DELIMITED BY SIZE
                  FUNCTION TRIM(po-shown-disp) DELIMITED BY SIZE
                  "category" DELIMITED BY SIZE
               INTO COW-varname(po-var-ctr).

           ADD 1 TO po-var-ctr.
           EVALUATE CASE-STATUS
               WHEN "O"
                   MOVE "received" TO COW-varvalue(po-var-ctr)
               WHEN "P"
                   MOVE "being worked on" TO COW-varvalue(po-var-ctr)
               WHEN "W"
                   MOVE "waiting on you" TO COW-varvalue(po-var-ctr)
               WHEN OTHER
                   MOVE "resolved" TO COW-varvalue(po-var-ctr)
           END-EVALUATE.
           STRING "case" DELIMITED BY SIZE
                  FUNCTION TRIM(po-shown-disp) DELIMITED BY SIZE
                  "status" DELIMITED BY SIZE
               INTO COW-varname(po-var-ctr).

           ADD 1 TO po-var-ctr.
           MOVE CASE-OPENED TO COW-varvalue(po-var-ctr).
           STRING "case" DELIMITED BY SIZE
                  FUNCTION TRIM(po-shown-disp) DELIMITED BY SIZE
                  "opened" DELIMITED BY SIZE
               INTO COW-varname(po-var-ctr).

           ADD 1 TO po-var-ctr.
           MOVE FUNCTION TRIM(CASE-TEXT) TO COW-varvalue(po-var-ctr).
           STRING "case" DELIMITED BY SIZE
                  FUNCTION TRIM(po-shown-disp) DELIMITED BY SIZE
                  "text" DELIMITED BY SIZE
               INTO COW-varname(po-var-ctr).

      *****************************************************************
      *** "Pay now": the invoice must be the customer's own, billed ***
      *** in base currency and still owing. The card payment is     ***
      *** filed as handed off for what it owes today, and the       ***
      *** customer goes to the provider's page with our reference,  ***
      *** the amount and a signature over "ref|amount" - so the     ***
      *** page can't be asked to take less than was filed.          ***
      *****************************************************************
       start-card-payment.

           MOVE "N" TO po-pay-ok.
           CALL "getparam" USING the-values "invoice" po-invoice-text
               END-CALL.

           PERFORM load-cardpay-config.
           ACCEPT po-secret FROM ENVIRONMENT "CARD_PROVIDER_SECRET"
               END-ACCEPT.
           IF po-secret = SPACES OR po-pay-site = SPACES
               MOVE "card payments are not available at the moment - "
                   & "please pay by bank transfer" TO po-message
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT invoices-file.
           IF invoices-file-status NOT = "00"
               MOVE "your invoices are unavailable just now"
                   TO po-message
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(po-invoice-text) TO INV-NO.
           READ invoices-file
               INVALID KEY MOVE "23" TO invoices-file-status
           END-READ.
           CLOSE invoices-file.
           IF invoices-file-status = "23"
              OR INV-CUST-ID NOT = po-cust-id
               MOVE "no such invoice on your account" TO po-message
               EXIT PARAGRAPH
           END-IF.
           IF INV-CURRENCY NOT = SPACES
               MOVE "an invoice billed in another currency is paid "
                   & "by bank transfer" TO po-message
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT orders-file.
           PERFORM work-out-invoice-owed.
           IF orders-file-status = "00"
               CLOSE orders-file
           END-IF.
           IF po-owed = 0
               MOVE "that invoice has nothing left to pay"
                   TO po-message
               EXIT PARAGRAPH
           END-IF.

           PERFORM file-card-payment.
           IF po-cp-ref = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE CP-AMOUNT TO po-amount-edit.
           MOVE FUNCTION TRIM(po-amount-edit) TO po-amount-text.
           MOVE SPACES TO po-sign-payload.
           STRING FUNCTION TRIM(po-cp-ref)      DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(po-amount-text) DELIMITED BY SIZE
               INTO po-sign-payload
           END-STRING.
           CALL "signpayload" USING po-secret po-sign-payload
               po-signature END-CALL.
           MOVE SPACES TO po-secret.

           MOVE SPACES TO po-redirect.
           STRING FUNCTION TRIM(po-pay-site)    DELIMITED BY SIZE
                  "?merchant="                  DELIMITED BY SIZE
                  FUNCTION TRIM(po-merchant)    DELIMITED BY SIZE
                  "&ref="                       DELIMITED BY SIZE
                  FUNCTION TRIM(po-cp-ref)      DELIMITED BY SIZE
                  "&amount="                    DELIMITED BY SIZE
                  FUNCTION TRIM(po-amount-text) DELIMITED BY SIZE
                  "&sig="                       DELIMITED BY SIZE
                  po-signature                  DELIMITED BY SIZE
               INTO po-redirect
           END-STRING.
           MOVE "Y" TO po-pay-ok.

       file-card-payment.

           MOVE SPACES TO po-cp-ref.

           OPEN I-O cardpays-file.
           IF cardpays-file-status = "35"
               OPEN OUTPUT cardpays-file
               CLOSE cardpays-file
               OPEN I-O cardpays-file
           END-IF.
           IF cardpays-file-status NOT = "00"
               MOVE "card payments are not available at the moment - "
                   & "please pay by bank transfer" TO po-message
               EXIT PARAGRAPH
           END-IF.

           CALL "getnextkey" USING "CARDPAY   " po-cp-key END-CALL.
           IF po-cp-key = 0
               CLOSE cardpays-file
               MOVE "the payment could not be started - please try "
                   & "again" TO po-message
               EXIT PARAGRAPH
           END-IF.

           MOVE po-cp-key TO po-cp-disp.
           MOVE SPACES TO cardpay-record.
           MOVE FUNCTION TRIM(po-cp-disp) TO CP-REF.
           MOVE INV-NO     TO CP-INV-NO.
           MOVE po-cust-id TO CP-CUST-ID.
           MOVE po-owed    TO CP-AMOUNT.
           MOVE SESS-USER OF the-session TO CP-USER.
           MOVE FUNCTION CURRENT-DATE TO CP-CREATED.
           MOVE "I" TO CP-STATUS.
           MOVE 0 TO CP-RCP-NO.

           WRITE cardpay-record
               INVALID KEY
                   MOVE "the payment could not be started - please "
                       & "try again" TO po-message
               NOT INVALID KEY
                   MOVE CP-REF TO po-cp-ref
                   MOVE "cardpays" TO jf-dataset
                   MOVE "W" TO jf-action
                   MOVE CP-REF TO jf-key
                   MOVE SPACES TO jf-before
                   MOVE cardpay-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-WRITE.

           CLOSE cardpays-file.

      *** data/cardpay.txt: the provider's hosted page (url=) and   ***
      *** our merchant id with them (merchant=). No secret in it.   ***
      *** Only the first "=" splits a line - the page's address may ***
      *** carry its own.                                            ***
       load-cardpay-config.

           MOVE SPACES TO po-pay-site po-merchant.
           OPEN INPUT cardpay-config-file.
           IF cardpay-config-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ cardpay-config-file
               AT END MOVE "10" TO cardpay-config-status
           END-READ.
           PERFORM UNTIL cardpay-config-status NOT = "00"
               MOVE SPACES TO po-cfg-name po-cfg-value
               MOVE 1 TO po-cfg-ptr
               UNSTRING cardpay-config-line DELIMITED BY "="
                   INTO po-cfg-name WITH POINTER po-cfg-ptr
               END-UNSTRING
               IF po-cfg-ptr <= 200
                   MOVE cardpay-config-line(po-cfg-ptr:)
                       TO po-cfg-value
               END-IF
               EVALUATE FUNCTION TRIM(po-cfg-name)
                   WHEN "url"
                       MOVE FUNCTION TRIM(po-cfg-value) TO po-pay-site
                   WHEN "merchant"
                       MOVE FUNCTION TRIM(po-cfg-value) TO po-merchant
               END-EVALUATE
               READ cardpay-config-file
                   AT END MOVE "10" TO cardpay-config-status
               END-READ
           END-PERFORM.
           CLOSE cardpay-config-file.
