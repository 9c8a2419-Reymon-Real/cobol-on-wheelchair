      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly paper invoice print run with remittance  ***
      ***          slips                                            ***
      *** UPDATE:  each invoice printed under its trading company's ***
      ***          letterhead                                       ***
      *** UPDATE:  the customer is opened before the address block  ***
      ***          is printed                                       ***
      *****************************************************************
      *** Batch job, scheduled nightly after the invoice run:       ***
      *** prints every invoice that has to go out on paper - the    ***
      *** ones that never made it onto the mail spool (INV-MAILED   ***
      *** "N") and any flagged for a paper copy (INV-PAPER "Y") -   ***
      *** to the line-printer spool data/invoiceprint.prn for the   ***
      *** front desk. Each invoice starts on its own page, headed   ***
      *** with its number, date and page, then the customer's       ***
      *** address block, one line per order it covers (a            ***
      *** consolidated invoice's branch orders name the branch),    ***
      *** the goods, tax and total in the same currency editing as  ***
      *** showsum's display-result, what has been credited and paid ***
      *** since, and the amount still due - in the invoice currency ***
      *** as well when it was cut in the customer's own. A tear-off ***
      *** remittance slip carrying the invoice number closes each   ***
      *** one, kept whole on a page. Every printed invoice is       ***
      *** stamped INV-PRINTED so a rerun doesn't print it twice;    ***
      *** the run ends with a batch cover sheet of counts and       ***
      *** totals, and the spool file is registered like the other   ***
      *** papers.                                                   ***
      *** Every page of an invoice is headed with the letterhead of ***
      *** the trading company that cut it (INV-COMPANY, or its name ***
      *** where data/companies.txt gives no letterhead), and the    ***
      *** remittance slip names the company to pay.                 ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. printinvoices.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "invdef.cbl".
           COPY "orderdef.cbl".
           COPY "custdef.cbl".

           SELECT print-file
               ASSIGN TO "data/invoiceprint.prn"
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
       77 pi-open-result        PIC X(01).
       77 print-file-status     PIC X(2).
       77 cfs-failed            PIC X(01).

       78 PAGE-LINES VALUE 60.
      *** The remittance slip's height - it never splits a page.    ***
       78 SLIP-LINES VALUE 9.

       77 run-date         PIC X(8).
       77 page-number      PIC 9(4) VALUE 0.
       77 page-number-disp PIC Z(3)9.
       77 lines-on-page    PIC 9(4) USAGE COMP-5 VALUE 99.
       77 total-pages      PIC 9(5) USAGE COMP-5 VALUE 0.
       77 report-lines     PIC 9(7) VALUE 0.
      *** "I" an invoice's pages, "C" the cover sheet.              ***
       77 heading-kind     PIC X(01) VALUE "I".
       77 in-order-lines   PIC X(01) VALUE "N".
       77 held-line        PIC X(132).

      *** The invoice in hand, and the customers its orders sit     ***
      *** under - itself, then each branch on a consolidated one.   ***
       77 pi-inv-no        PIC X(10).
       77 pi-inv-cust      PIC X(10).
       77 pi-inv-date      PIC X(8).
       77 pi-cust-found    PIC X(01).
       01 pi-walk-list.
          05 pi-walk-count PIC 9(2) VALUE 0.
          05 pi-walk-cust  PIC X(10) OCCURS 21 TIMES.
       77 pi-walk-ctr      PIC 9(2).
       77 pi-walk-id       PIC X(10).

      *** The trading company the invoice was cut for: its          ***
      *** letterhead tops every page, its name is on the slip.      ***
       77 pi-co-seq        PIC 9(2) VALUE 0.
       77 pi-co-found      PIC X(01).
       01 pi-company.
           COPY "cofld.cbl".

       77 pi-paid-total    PIC 9(11)V99.
       77 pi-credit-total  PIC 9(11)V99.
       77 pi-due-total     PIC 9(11)V99.
       77 pi-fx-due-total  PIC 9(11)V99.
       77 pi-fx-credited   PIC 9(9)V99.
       77 pi-order-open    PIC 9(9)V99.
       77 pi-fx-open       PIC 9(9)V99.
       77 pi-order-lines   PIC 9(5) USAGE COMP-5.

      *** Batch totals for the cover sheet.                         ***
       77 printed-count    PIC 9(5) USAGE COMP-5 VALUE 0.
       77 unmailed-count   PIC 9(5) USAGE COMP-5 VALUE 0.
       77 paper-count      PIC 9(5) USAGE COMP-5 VALUE 0.
       77 foreign-count    PIC 9(5) USAGE COMP-5 VALUE 0.
       77 nocust-count     PIC 9(5) USAGE COMP-5 VALUE 0.
       77 line-count       PIC 9(7) USAGE COMP-5 VALUE 0.
       77 batch-invoiced   PIC 9(13)V99 VALUE 0.
       77 batch-due        PIC 9(13)V99 VALUE 0.
       77 first-inv-no     PIC X(10) VALUE SPACES.
       77 last-inv-no      PIC X(10) VALUE SPACES.
       77 count-disp       PIC Z(6)9.

      *** The same currency editing showsum's display-result        ***
      *** carries, so the paper copy reads like the mailed one.     ***
       77 money-result     PIC S9(18)V99 VALUE 0.
       77 display-result   PIC $ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       77 fx-money-disp    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 fx-rate-disp     PIC Z(6)9.9(6).
       77 amount-text      PIC X(60).
       77 label-text       PIC X(30).

       01 order-line.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 ol-ord-no   PIC Z(9)9.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 ol-desc     PIC X(40).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 ol-qty      PIC ZZZZ9.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 ol-price    PIC Z,ZZZ,ZZ9.99.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 ol-net      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 ol-tax-code PIC X(1).
          05 FILLER      PIC X(1) VALUE SPACES.
          05 ol-tax      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 ol-branch   PIC X(10).

       01 report-registration.
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

       start-printinvoices.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.

           OPEN I-O invoices-file.
           IF invoices-file-status NOT = "00"
               DISPLAY "printinvoices: no invoices dataset, nothing "
                   "to print."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING "data/invoiceprint.prn"
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           OPEN INPUT orders-file.
           OPEN INPUT customers-file.
           MOVE SPACES TO print-line.

           READ invoices-file NEXT RECORD
               AT END MOVE "10" TO invoices-file-status
           END-READ.
           PERFORM UNTIL invoices-file-status NOT = "00"
               IF (INV-MAILED NOT = "Y" OR INV-PAPER = "Y")
                  AND INV-PRINTED = SPACES
                   PERFORM print-one-invoice
                   PERFORM mark-invoice-printed
               END-IF
               READ invoices-file NEXT RECORD
                   AT END MOVE "10" TO invoices-file-status
               END-READ
           END-PERFORM.

           CLOSE customers-file.
           CLOSE orders-file.
           CLOSE invoices-file.

           PERFORM print-cover-sheet.

           CLOSE print-file.

           MOVE "data/invoiceprint.prn" TO rpt-reg-name.
           MOVE "printinvoices" TO rpt-reg-program.
           MOVE report-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           DISPLAY "printinvoices: " printed-count " invoice(s) "
               "printed on " total-pages " page(s).".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *****************************************************************
      *** One invoice: a fresh page, the address block, the order   ***
      *** lines, the totals and the remittance slip.                ***
      *****************************************************************
       print-one-invoice.

           MOVE INV-NO TO pi-inv-no.
           MOVE INV-CUST-ID TO pi-inv-cust.
           MOVE INV-CREATED(1:8) TO pi-inv-date.
           MOVE 0 TO pi-paid-total pi-credit-total pi-due-total
               pi-fx-due-total pi-order-lines.

           MOVE SPACES TO pi-company.
           MOVE INV-COMPANY TO CO-CODE.
           MOVE 0 TO pi-co-seq.
           CALL "getcompany" USING pi-co-seq pi-company pi-co-found
               END-CALL.
           IF CO-LETTERHEAD = SPACES
               MOVE CO-NAME TO CO-LETTERHEAD
           END-IF.

           MOVE 0 TO page-number.
           MOVE "I" TO heading-kind.
           MOVE "N" TO in-order-lines.
           MOVE 99 TO lines-on-page.

           PERFORM print-address-block.

           MOVE "Y" TO in-order-lines.
           PERFORM print-column-heads.
           MOVE 1 TO pi-walk-count.
           MOVE pi-inv-cust TO pi-walk-cust(1).
           PERFORM VARYING pi-walk-ctr FROM 1 BY 1
                   UNTIL pi-walk-ctr > INV-BRANCH-COUNT
                   OR pi-walk-ctr > 20
               ADD 1 TO pi-walk-count
               MOVE INV-BR-CUST-ID(pi-walk-ctr)
                   TO pi-walk-cust(pi-walk-count)
           END-PERFORM.
           PERFORM VARYING pi-walk-ctr FROM 1 BY 1
                   UNTIL pi-walk-ctr > pi-walk-count
               MOVE pi-walk-cust(pi-walk-ctr) TO pi-walk-id
               PERFORM print-cust-orders
           END-PERFORM.
           MOVE "N" TO in-order-lines.
           IF pi-order-lines = 0
               MOVE "  (the orders on this invoice have been archived)"
                   TO print-line
               PERFORM print-report-line
           END-IF.

           PERFORM print-invoice-totals.
           PERFORM print-remittance-slip.

           ADD 1 TO printed-count.
           IF INV-MAILED NOT = "Y"
               ADD 1 TO unmailed-count
           END-IF.
           IF INV-PAPER = "Y"
               ADD 1 TO paper-count
           END-IF.
           IF INV-CURRENCY NOT = SPACES
               ADD 1 TO foreign-count
           END-IF.
           ADD INV-AMOUNT TO batch-invoiced.
           ADD pi-due-total TO batch-due.
           IF first-inv-no = SPACES
               MOVE pi-inv-no TO first-inv-no
           END-IF.
           MOVE pi-inv-no TO last-inv-no.

       print-address-block.

           MOVE "N" TO pi-cust-found.
           IF customers-file-status = "00"
               MOVE pi-inv-cust TO CUST-ID
               READ customers-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO pi-cust-found
                       CALL "custcrypt" USING "O" customer-record
                           pi-open-result END-CALL
               END-READ
               MOVE "00" TO customers-file-status
           END-IF.

           MOVE "BILL TO" TO print-line(3:7).
           MOVE "ACCOUNT" TO print-line(70:7).
           MOVE pi-inv-cust TO print-line(80:10).
           PERFORM print-report-line.
           IF pi-cust-found NOT = "Y"
               ADD 1 TO nocust-count
               MOVE "(customer not on file)" TO print-line(3:22)
               PERFORM print-report-line
               PERFORM print-report-line
               EXIT PARAGRAPH
           END-IF.

           MOVE CUST-NAME TO print-line(3:60).
           PERFORM print-report-line.
           IF CUST-ADDR1 NOT = SPACES
               MOVE CUST-ADDR1 TO print-line(3:60)
               PERFORM print-report-line
           END-IF.
           IF CUST-ADDR2 NOT = SPACES
               MOVE CUST-ADDR2 TO print-line(3:60)
               PERFORM print-report-line
           END-IF.
           STRING FUNCTION TRIM(CUST-POSTCODE) DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-CITY)     DELIMITED BY SIZE
               INTO print-line(3:60)
           END-STRING.
           PERFORM print-report-line.
           PERFORM print-report-line.

      *** The customer's orders carrying this invoice's number.     ***
       print-cust-orders.

           IF orders-file-status NOT = "00"
              AND orders-file-status NOT = "10"
              AND orders-file-status NOT = "23"
               EXIT PARAGRAPH
           END-IF.

           MOVE pi-walk-id TO ORD-CUST-ID.
           MOVE 0 TO ORD-NO.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "23" TO orders-file-status
           END-START.
           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-IF.
           PERFORM UNTIL orders-file-status NOT = "00"
               OR ORD-CUST-ID NOT = pi-walk-id
               IF ORD-INVOICE = pi-inv-no
                   PERFORM print-order-line
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO orders-file-status.

       print-order-line.

           MOVE ORD-NO TO ol-ord-no.
           MOVE ORD-DESC(1:40) TO ol-desc.
           MOVE ORD-QTY TO ol-qty.
           MOVE ORD-UNIT-PRICE TO ol-price.
           MOVE ORD-AMOUNT TO ol-net.
           MOVE ORD-TAX-CODE TO ol-tax-code.
           MOVE ORD-TAX TO ol-tax.
           MOVE SPACES TO ol-branch.
           IF ORD-CUST-ID NOT = pi-inv-cust
               MOVE ORD-CUST-ID TO ol-branch
           END-IF.
           MOVE order-line TO print-line.
           PERFORM print-report-line.
           ADD 1 TO pi-order-lines line-count.

           ADD ORD-PAID TO pi-paid-total.
           ADD ORD-CREDITED TO pi-credit-total.
           IF (ORD-STATUS = "O" OR ORD-STATUS = "B")
              AND ORD-AMOUNT + ORD-TAX > ORD-PAID + ORD-CREDITED
               COMPUTE pi-order-open = ORD-AMOUNT + ORD-TAX
                   - ORD-PAID - ORD-CREDITED
               ADD pi-order-open TO pi-due-total
               IF ORD-CURRENCY NOT = SPACES
                   PERFORM add-fx-open
               END-IF
           END-IF.

      *** What the order still owes in the invoice currency -       ***
      *** credits converted at the order's own rate.                ***
       add-fx-open.

           COMPUTE pi-fx-credited ROUNDED = ORD-CREDITED * ORD-FX-RATE.
           IF ORD-FX-AMOUNT > ORD-FX-PAID + pi-fx-credited
               COMPUTE pi-fx-open = ORD-FX-AMOUNT - ORD-FX-PAID
                   - pi-fx-credited
               ADD pi-fx-open TO pi-fx-due-total
           END-IF.

      *****************************************************************
      *** Goods, tax and the invoice total as billed, then what has ***
      *** come off it since and what is left to pay.                ***
      *****************************************************************
       print-invoice-totals.

           PERFORM print-report-line.
           MOVE "GOODS" TO label-text.
           COMPUTE money-result = INV-AMOUNT - INV-TAX.
           PERFORM print-money-line.
           MOVE "TAX" TO label-text.
           COMPUTE money-result = INV-TAX.
           PERFORM print-money-line.
           MOVE "INVOICE TOTAL" TO label-text.
           COMPUTE money-result = INV-AMOUNT.
           PERFORM print-money-line.
           IF pi-credit-total > 0
               MOVE "LESS CREDITED" TO label-text
               COMPUTE money-result = pi-credit-total
               PERFORM print-money-line
           END-IF.
           IF pi-paid-total > 0
               MOVE "LESS PAID" TO label-text
               COMPUTE money-result = pi-paid-total
               PERFORM print-money-line
           END-IF.
           MOVE "AMOUNT DUE" TO label-text.
           COMPUTE money-result = pi-due-total.
           PERFORM print-money-line.

           IF INV-CURRENCY NOT = SPACES
               MOVE INV-FX-RATE TO fx-rate-disp
               MOVE SPACES TO print-line
               STRING "BILLED IN "               DELIMITED BY SIZE
                      INV-CURRENCY               DELIMITED BY SIZE
                      " AT "                     DELIMITED BY SIZE
                      FUNCTION TRIM(fx-rate-disp) DELIMITED BY SIZE
                      " TO THE BASE UNIT"         DELIMITED BY SIZE
                   INTO print-line(60:60)
               END-STRING
               PERFORM print-report-line
               MOVE "INVOICE TOTAL" TO label-text
               MOVE INV-FX-AMOUNT TO fx-money-disp
               PERFORM print-fx-line
               MOVE "AMOUNT DUE" TO label-text
               MOVE pi-fx-due-total TO fx-money-disp
               PERFORM print-fx-line
           END-IF.

       print-money-line.

           MOVE money-result TO display-result.
           MOVE label-text TO print-line(60:30).
           MOVE display-result TO print-line(92:29).
           PERFORM print-report-line.

       print-fx-line.

           MOVE label-text TO print-line(60:30).
           MOVE SPACES TO amount-text.
           STRING INV-CURRENCY                 DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  FUNCTION TRIM(fx-money-disp) DELIMITED BY SIZE
               INTO amount-text
           END-STRING.
           MOVE amount-text(1:29) TO print-line(92:29).
           PERFORM print-report-line.

      *****************************************************************
      *** The tear-off slip, kept whole: a slip that wouldn't fit   ***
      *** what is left of the page starts a fresh one.              ***
      *****************************************************************
       print-remittance-slip.

           IF lines-on-page + SLIP-LINES > PAGE-LINES
               MOVE PAGE-LINES TO lines-on-page
           END-IF.

           PERFORM print-report-line.
           MOVE ALL "- " TO print-line.
           MOVE "  detach and return with your payment  "
               TO print-line(46:39).
           PERFORM print-report-line.
           MOVE "REMITTANCE SLIP" TO print-line(3:15).
           IF CO-NAME NOT = SPACES
               MOVE "PAYABLE TO" TO print-line(60:10)
               MOVE CO-NAME TO print-line(72:60)
           END-IF.
           PERFORM print-report-line.
           MOVE "INVOICE NUMBER" TO print-line(3:14).
           MOVE pi-inv-no TO print-line(22:10).
           MOVE "ACCOUNT" TO print-line(60:7).
           MOVE pi-inv-cust TO print-line(70:10).
           PERFORM print-report-line.
           IF pi-cust-found = "Y"
               MOVE CUST-NAME TO print-line(22:60)
               PERFORM print-report-line
           ELSE
               PERFORM print-report-line
           END-IF.
           MOVE "AMOUNT DUE" TO print-line(3:10).
           IF INV-CURRENCY = SPACES
               COMPUTE money-result = pi-due-total
               MOVE money-result TO display-result
               MOVE FUNCTION TRIM(display-result) TO print-line(22:29)
           ELSE
               MOVE pi-fx-due-total TO fx-money-disp
               STRING INV-CURRENCY                 DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      FUNCTION TRIM(fx-money-disp) DELIMITED BY SIZE
                   INTO print-line(22:29)
               END-STRING
           END-IF.
           MOVE "AMOUNT ENCLOSED  ____________________"
               TO print-line(60:37).
           PERFORM print-report-line.
           STRING "Please quote invoice "      DELIMITED BY SIZE
                  FUNCTION TRIM(pi-inv-no)     DELIMITED BY SIZE
                  " as the reference on your payment."
                                               DELIMITED BY SIZE
               INTO print-line(3:80)
           END-STRING.
           PERFORM print-report-line.
           MOVE ALL "- " TO print-line.
           PERFORM print-report-line.

      *****************************************************************
      *** Printed: stamp the run date on the invoice so the next    ***
      *** run leaves it alone. The invoice record is still the one  ***
      *** just read - nothing else touches invoices-file meanwhile. ***
      *****************************************************************
       mark-invoice-printed.

           MOVE invoice-record TO jf-before.
           MOVE run-date TO INV-PRINTED.
           REWRITE invoice-record
               INVALID KEY
                   DISPLAY "printinvoices: could not mark invoice "
                       INV-NO " printed"
               NOT INVALID KEY
                   MOVE "invoices" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE INV-NO TO jf-key
                   MOVE invoice-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.

      *****************************************************************
      *** The batch cover sheet, on a page of its own after the     ***
      *** invoices: what was printed and why, and the totals.       ***
      *****************************************************************
       print-cover-sheet.

           MOVE "C" TO heading-kind.
           MOVE "N" TO in-order-lines.
           MOVE 0 TO page-number.
           MOVE 99 TO lines-on-page.

           MOVE "INVOICES PRINTED" TO label-text.
           MOVE printed-count TO count-disp.
           PERFORM print-count-line.
           MOVE "  NOT MAILED" TO label-text.
           MOVE unmailed-count TO count-disp.
           PERFORM print-count-line.
           MOVE "  FLAGGED FOR PAPER" TO label-text.
           MOVE paper-count TO count-disp.
           PERFORM print-count-line.
           MOVE "  BILLED IN A FOREIGN CURRENCY" TO label-text.
           MOVE foreign-count TO count-disp.
           PERFORM print-count-line.
           MOVE "  CUSTOMER NOT ON FILE" TO label-text.
           MOVE nocust-count TO count-disp.
           PERFORM print-count-line.
           MOVE "ORDER LINES PRINTED" TO label-text.
           MOVE line-count TO count-disp.
           PERFORM print-count-line.
           MOVE "INVOICE PAGES PRINTED" TO label-text.
           COMPUTE count-disp = total-pages - 1.
           PERFORM print-count-line.
           PERFORM print-report-line.

           IF first-inv-no NOT = SPACES
               MOVE "INVOICE NUMBERS" TO print-line(3:15)
               STRING FUNCTION TRIM(first-inv-no) DELIMITED BY SIZE
                      " TO "                      DELIMITED BY SIZE
                      FUNCTION TRIM(last-inv-no)  DELIMITED BY SIZE
                   INTO print-line(40:30)
               END-STRING
               PERFORM print-report-line
           END-IF.

           MOVE "TOTAL INVOICED (BASE)" TO label-text.
           COMPUTE money-result = batch-invoiced.
           MOVE money-result TO display-result.
           MOVE label-text TO print-line(3:30).
           MOVE display-result TO print-line(34:29).
           PERFORM print-report-line.
           MOVE "TOTAL STILL DUE (BASE)" TO label-text.
           COMPUTE money-result = batch-due.
           MOVE money-result TO display-result.
           MOVE label-text TO print-line(3:30).
           MOVE display-result TO print-line(34:29).
           PERFORM print-report-line.

           PERFORM print-report-line.
           MOVE "==== end of print run ====" TO print-line.
           PERFORM print-report-line.

       print-count-line.

           MOVE label-text TO print-line(3:30).
           MOVE count-disp TO print-line(50:7).
           PERFORM print-report-line.

      *****************************************************************
      *** Every line goes out through here so the page break and    ***
      *** its heading can't be forgotten anywhere - same shape as   ***
      *** the customer directory.                                   ***
      *****************************************************************
       print-report-line.

           IF lines-on-page >= PAGE-LINES
               PERFORM print-page-heading
           END-IF.
           WRITE print-line.
           ADD 1 TO lines-on-page.
           ADD 1 TO report-lines.
           MOVE SPACES TO print-line.

      *** The caller's line waits in hand while the heading goes    ***
      *** out ahead of it.                                          ***
       print-page-heading.

           MOVE print-line TO held-line.
           ADD 1 TO page-number.
           ADD 1 TO total-pages.
           MOVE page-number TO page-number-disp.

           MOVE 0 TO lines-on-page.
           IF heading-kind = "I" AND CO-LETTERHEAD NOT = SPACES
               MOVE CO-LETTERHEAD TO print-line
               WRITE print-line
               ADD 1 TO lines-on-page
               ADD 1 TO report-lines
           END-IF.

           MOVE SPACES TO print-line.
           IF heading-kind = "C"
               STRING "INVOICE PRINT RUN - BATCH COVER SHEET"
                                                  DELIMITED BY SIZE
                      "          RUN DATE "       DELIMITED BY SIZE
                      run-date(1:4) "-" run-date(5:2) "-"
                      run-date(7:2)               DELIMITED BY SIZE
                   INTO print-line
               END-STRING
           ELSE
               STRING "INVOICE "                  DELIMITED BY SIZE
                      FUNCTION TRIM(pi-inv-no)    DELIMITED BY SIZE
                      "          INVOICE DATE "   DELIMITED BY SIZE
                      pi-inv-date(1:4) "-" pi-inv-date(5:2) "-"
                      pi-inv-date(7:2)            DELIMITED BY SIZE
                      "          PAGE "           DELIMITED BY SIZE
                      FUNCTION TRIM(page-number-disp)
                                                  DELIMITED BY SIZE
                   INTO print-line
               END-STRING
           END-IF.
           WRITE print-line.
           MOVE SPACES TO print-line.
           WRITE print-line.
           ADD 2 TO lines-on-page.
           ADD 2 TO report-lines.

           IF in-order-lines = "Y"
               PERFORM print-column-heads
           END-IF.

           MOVE held-line TO print-line.

       print-column-heads.

           MOVE SPACES TO print-line.
           MOVE "ORDER" TO print-line(8:5).
           MOVE "DESCRIPTION" TO print-line(15:11).
           MOVE "QTY" TO print-line(59:3).
           MOVE "UNIT PRICE" TO print-line(66:10).
           MOVE "AMOUNT" TO print-line(86:6).
           MOVE "TAX" TO print-line(107:3).
           MOVE "BRANCH" TO print-line(112:6).
           WRITE print-line.
           ADD 1 TO lines-on-page.
           ADD 1 TO report-lines.
           MOVE SPACES TO print-line.
