      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  quarterly tax return report                      ***
      *** UPDATE:  a consolidated invoice is rebuilt from its       ***
      ***          branches' orders as well                         ***
      *****************************************************************
      *** Month-end batch step (nightsched.txt runs it "monthend",  ***
      *** after the night's invoice cut): on the last night of      ***
      *** March, June, September and December it totals the output  ***
      *** tax on every invoice cut in the quarter, by tax code and  ***
      *** rate, into data/taxreturn-CCYYQn.prn; any other month end ***
      *** it has nothing to do. A quarter can be rerun by hand by   ***
      *** naming it on the command line (CCYYQn, e.g. 2026Q3).      ***
      *** The figures are only worth filing if they tie back, so    ***
      *** every invoice in the quarter is checked two ways:         ***
      ***  - its own tax lines must add up to its INV-NET and       ***
      ***    INV-TAX, and those to its gross INV-AMOUNT;            ***
      ***  - its orders (the ones carrying its number in            ***
      ***    ORD-INVOICE) must rebuild it - the same count, and     ***
      ***    the same net and tax code by code.                     ***
      *** Invoices cut before tax codes carry no lines; they are    ***
      *** reported on a line of their own as net with no tax, and   ***
      *** their orders must add up to INV-AMOUNT. The report lists  ***
      *** the invoices that fail, then the totals of the codes      ***
      *** against the totals of the invoices, and ends RECONCILED   ***
      *** only when there are no failures and no difference. It is  ***
      *** registered in the report spool either way. Credit notes   ***
      *** are not part of this return - they carry no tax           ***
      *** breakdown of their own.                                   ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. taxreturn.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "invdef.cbl".
           COPY "orderdef.cbl".

           SELECT print-file
               ASSIGN TO print-file-name
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

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 invoices-file-status PIC X(2).
       77 orders-file-status   PIC X(2).
       77 print-file-status    PIC X(2).
       77 print-file-name      PIC X(64) VALUE SPACES.
       77 cfs-failed           PIC X(01).

       78 PAGE-LINES VALUE 60.

       77 run-date       PIC X(8).
       77 command-args   PIC X(80) VALUE SPACES.

      *** The quarter being returned: CCYY, its number, and its     ***
      *** first and last CCYYMM.                                    ***
       01 return-quarter.
          05 rq-year     PIC 9(4).
          05 rq-number   PIC 9(1).
       77 rq-name        PIC X(6).
       77 rq-first       PIC X(6).
       77 rq-last        PIC X(6).
       77 rq-month       PIC 9(2).
       77 rq-month-disp  PIC 9(2).

      *** Output tax by code and rate. Four codes, a rate change or ***
      *** two inside a quarter, and the before-tax-codes line fit   ***
      *** with room to spare.                                       ***
       78 bucket-max VALUE 20.
       01 bucket-table.
          05 bucket-count PIC 9(2) VALUE 0.
          05 bucket-entries OCCURS 20 TIMES.
             10 bk-code   PIC X(1).
             10 bk-rate   PIC 9(3)V99.
             10 bk-net    PIC 9(13)V99.
             10 bk-tax    PIC 9(13)V99.
       77 bk-ctr          PIC 9(2).
       77 bk-hit          PIC 9(2).
       77 bucket-overflow PIC X(01) VALUE "N".

      *** One invoice's orders, added up code by code.              ***
       01 rebuild-table.
          05 rb-count PIC 9(1) VALUE 0.
          05 rb-entries OCCURS 4 TIMES.
             10 rb-code   PIC X(1).
             10 rb-net    PIC 9(11)V99.
             10 rb-tax    PIC 9(11)V99.
       77 rb-ctr          PIC 9(1).
       77 rb-hit          PIC 9(1).
       77 rb-orders       PIC 9(4).
       77 rb-net-total    PIC 9(11)V99.
       77 rb-tax-total    PIC 9(11)V99.
       77 rb-odd-code     PIC X(01).
       77 walk-ctr        PIC 9(2).
       77 walk-cust       PIC X(10).

       77 tl-ctr          PIC 9(1).
       77 line-net-sum    PIC 9(11)V99.
       77 line-tax-sum    PIC 9(11)V99.
       77 inv-net-of      PIC 9(11)V99.
       77 inv-problem     PIC X(60).

      *** Totals of the invoices themselves, and of the codes.      ***
       77 invoice-count   PIC 9(7) USAGE COMP-5 VALUE 0.
       77 problem-count   PIC 9(7) USAGE COMP-5 VALUE 0.
       77 inv-net-total   PIC 9(13)V99 VALUE 0.
       77 inv-tax-total   PIC 9(13)V99 VALUE 0.
       77 inv-gross-total PIC 9(13)V99 VALUE 0.
       77 bk-net-total    PIC 9(13)V99 VALUE 0.
       77 bk-tax-total    PIC 9(13)V99 VALUE 0.
       77 net-diff        PIC S9(13)V99 VALUE 0.
       77 tax-diff        PIC S9(13)V99 VALUE 0.
       77 gross-diff      PIC S9(13)V99 VALUE 0.

      *** Failing invoices, held until the report is written so     ***
      *** they print under their own heading.                       ***
       78 problem-table-max VALUE 500.
       01 problem-table.
          05 pt-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 pt-entries OCCURS 500 TIMES.
             10 pt-inv-no  PIC X(10).
             10 pt-cust    PIC X(10).
             10 pt-amount  PIC 9(11)V99.
             10 pt-text    PIC X(60).
       77 pt-ctr PIC 9(4) USAGE COMP-5.

       77 page-number      PIC 9(4) VALUE 0.
       77 page-number-disp PIC Z(3)9.
       77 lines-on-page    PIC 9(4) USAGE COMP-5 VALUE 99.
       77 count-disp       PIC Z(6)9.
       77 report-lines     PIC 9(7) VALUE 0.
       77 held-line        PIC X(132).

       01 code-line.
          05 cl-code    PIC X(1).
          05 FILLER     PIC X(2) VALUE SPACES.
          05 cl-word    PIC X(22).
          05 FILLER     PIC X(2) VALUE SPACES.
          05 cl-rate    PIC ZZ9.99.
          05 FILLER     PIC X(2) VALUE SPACES.
          05 cl-net     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER     PIC X(2) VALUE SPACES.
          05 cl-tax     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER     PIC X(2) VALUE SPACES.
          05 cl-gross   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 item-line.
          05 il-inv-no  PIC X(10).
          05 FILLER     PIC X(2) VALUE SPACES.
          05 il-cust    PIC X(10).
          05 FILLER     PIC X(2) VALUE SPACES.
          05 il-amount  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER     PIC X(2) VALUE SPACES.
          05 il-text    PIC X(60).

       01 total-line.
          05 tl-label   PIC X(40).
          05 tl-amount  PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-taxreturn.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.

           ACCEPT command-args FROM COMMAND-LINE END-ACCEPT.

           IF FUNCTION TRIM(command-args) NOT = SPACES
               IF command-args(1:4) IS NOT NUMERIC
                  OR command-args(5:1) NOT = "Q"
                  OR command-args(6:1) < "1"
                  OR command-args(6:1) > "4"
                   DISPLAY "taxreturn: name the quarter as CCYYQn."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE command-args(1:4) TO rq-year
               MOVE command-args(6:1) TO rq-number
           ELSE
               MOVE run-date(5:2) TO rq-month
               IF rq-month NOT = 3 AND rq-month NOT = 6
                  AND rq-month NOT = 9 AND rq-month NOT = 12
                   DISPLAY "taxreturn: not a quarter end, nothing "
                       "to return."
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE run-date(1:4) TO rq-year
               COMPUTE rq-number = rq-month / 3
           END-IF.

           MOVE SPACES TO rq-name.
           STRING rq-year   DELIMITED BY SIZE
                  "Q"       DELIMITED BY SIZE
                  rq-number DELIMITED BY SIZE
               INTO rq-name
           END-STRING.
           COMPUTE rq-month-disp = (rq-number * 3) - 2.
           STRING rq-year DELIMITED BY SIZE
                  rq-month-disp DELIMITED BY SIZE
               INTO rq-first
           END-STRING.
           COMPUTE rq-month-disp = rq-number * 3.
           STRING rq-year DELIMITED BY SIZE
                  rq-month-disp DELIMITED BY SIZE
               INTO rq-last
           END-STRING.

           PERFORM total-the-quarter.

           IF bucket-overflow = "Y"
               DISPLAY "taxreturn: more than " bucket-max
                   " code/rate combinations in " rq-name
                   " - no return written."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           COMPUTE net-diff = bk-net-total - inv-net-total.
           COMPUTE tax-diff = bk-tax-total - inv-tax-total.
           COMPUTE gross-diff = inv-gross-total
               - inv-net-total - inv-tax-total.

           PERFORM write-tax-return.

           MOVE print-file-name TO rpt-reg-name.
           MOVE "taxreturn" TO rpt-reg-program.
           MOVE report-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           MOVE bk-tax-total TO tl-amount.
           DISPLAY "taxreturn: " rq-name ", " invoice-count
               " invoice(s), output tax " FUNCTION TRIM(tl-amount)
               ", " problem-count " invoice(s) not reconciled.".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *****************************************************************
      *** One pass over the invoices; each one in the quarter is    ***
      *** totalled, spread over the code buckets and checked.       ***
      *****************************************************************
       total-the-quarter.

           OPEN INPUT invoices-file.
           IF invoices-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT orders-file.

           READ invoices-file NEXT RECORD
               AT END MOVE "10" TO invoices-file-status
           END-READ.
           PERFORM UNTIL invoices-file-status NOT = "00"
               IF INV-CREATED(1:6) NOT < rq-first
                  AND INV-CREATED(1:6) NOT > rq-last
                   PERFORM take-one-invoice
               END-IF
               READ invoices-file NEXT RECORD
                   AT END MOVE "10" TO invoices-file-status
               END-READ
           END-PERFORM.

           CLOSE invoices-file.
           CLOSE orders-file.

       take-one-invoice.

           ADD 1 TO invoice-count.
           MOVE SPACES TO inv-problem.

      *** An invoice from before tax codes is all net.              ***
           IF INV-TAX-LINES = 0
               MOVE INV-AMOUNT TO inv-net-of
           ELSE
               MOVE INV-NET TO inv-net-of
           END-IF.
           ADD inv-net-of TO inv-net-total.
           ADD INV-TAX TO inv-tax-total.
           ADD INV-AMOUNT TO inv-gross-total.

           IF INV-TAX-LINES = 0
               PERFORM add-untaxed-to-bucket
           ELSE
               MOVE 0 TO line-net-sum line-tax-sum
               PERFORM VARYING tl-ctr FROM 1 BY 1
                       UNTIL tl-ctr > INV-TAX-LINES OR tl-ctr > 4
                   ADD INV-TAX-NET(tl-ctr) TO line-net-sum
                   ADD INV-TAX-AMT(tl-ctr) TO line-tax-sum
                   PERFORM add-line-to-bucket
               END-PERFORM
               IF line-net-sum NOT = INV-NET
                  OR line-tax-sum NOT = INV-TAX
                   MOVE "tax lines do not add up to the invoice net "
                       & "and tax" TO inv-problem
               END-IF
               IF inv-problem = SPACES
                  AND INV-NET + INV-TAX NOT = INV-AMOUNT
                   MOVE "net plus tax is not the invoice gross"
                       TO inv-problem
               END-IF
           END-IF.

           IF inv-problem = SPACES
               PERFORM rebuild-from-orders
               PERFORM compare-with-orders
           END-IF.

           IF inv-problem NOT = SPACES
               ADD 1 TO problem-count
               IF pt-count < problem-table-max
                   ADD 1 TO pt-count
                   MOVE INV-NO      TO pt-inv-no(pt-count)
                   MOVE INV-CUST-ID TO pt-cust(pt-count)
                   MOVE INV-AMOUNT  TO pt-amount(pt-count)
                   MOVE inv-problem TO pt-text(pt-count)
               END-IF
           END-IF.

       add-line-to-bucket.

           MOVE 0 TO bk-hit.
           PERFORM VARYING bk-ctr FROM 1 BY 1
                   UNTIL bk-ctr > bucket-count OR bk-hit > 0
               IF bk-code(bk-ctr) = INV-TAX-CODE(tl-ctr)
                  AND bk-rate(bk-ctr) = INV-TAX-RATE(tl-ctr)
                   MOVE bk-ctr TO bk-hit
               END-IF
           END-PERFORM.

           IF bk-hit = 0
               IF bucket-count >= bucket-max
                   MOVE "Y" TO bucket-overflow
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO bucket-count
               MOVE bucket-count TO bk-hit
               MOVE INV-TAX-CODE(tl-ctr) TO bk-code(bk-hit)
               MOVE INV-TAX-RATE(tl-ctr) TO bk-rate(bk-hit)
               MOVE 0 TO bk-net(bk-hit) bk-tax(bk-hit)
           END-IF.

           ADD INV-TAX-NET(tl-ctr) TO bk-net(bk-hit) bk-net-total.
           ADD INV-TAX-AMT(tl-ctr) TO bk-tax(bk-hit) bk-tax-total.

       add-untaxed-to-bucket.

           MOVE 0 TO bk-hit.
           PERFORM VARYING bk-ctr FROM 1 BY 1
                   UNTIL bk-ctr > bucket-count OR bk-hit > 0
               IF bk-code(bk-ctr) = "-"
                   MOVE bk-ctr TO bk-hit
               END-IF
           END-PERFORM.

           IF bk-hit = 0
               IF bucket-count >= bucket-max
                   MOVE "Y" TO bucket-overflow
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO bucket-count
               MOVE bucket-count TO bk-hit
               MOVE "-" TO bk-code(bk-hit)
               MOVE 0 TO bk-rate(bk-hit)
               MOVE 0 TO bk-net(bk-hit) bk-tax(bk-hit)
           END-IF.

           ADD INV-AMOUNT TO bk-net(bk-hit) bk-net-total.

      *****************************************************************
      *** The customer's orders sit together in key order; the ones ***
      *** stamped with this invoice's number are what it was cut    ***
      *** from. A consolidated invoice was also cut from orders     ***
      *** under each of its branches (INV-BRANCH).                  ***
      *****************************************************************
       rebuild-from-orders.

           MOVE 0 TO rb-count rb-orders rb-net-total rb-tax-total.
           MOVE "N" TO rb-odd-code.
           INITIALIZE rebuild-table.

           PERFORM VARYING walk-ctr FROM 0 BY 1
                   UNTIL walk-ctr > INV-BRANCH-COUNT
               IF walk-ctr = 0
                   MOVE INV-CUST-ID TO walk-cust
               ELSE
                   MOVE INV-BR-CUST-ID(walk-ctr) TO walk-cust
               END-IF
               PERFORM rebuild-one-cust
           END-PERFORM.

       rebuild-one-cust.

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
                       PERFORM add-order-to-rebuild
                   END-IF
                   READ orders-file NEXT RECORD
                       AT END MOVE "10" TO orders-file-status
                   END-READ
               END-PERFORM
           END-IF.
           MOVE "00" TO orders-file-status.

       add-order-to-rebuild.

           ADD 1 TO rb-orders.
           ADD ORD-AMOUNT TO rb-net-total.
           ADD ORD-TAX TO rb-tax-total.

           MOVE 0 TO rb-hit.
           PERFORM VARYING rb-ctr FROM 1 BY 1
                   UNTIL rb-ctr > rb-count OR rb-hit > 0
               IF rb-code(rb-ctr) = ORD-TAX-CODE
                   MOVE rb-ctr TO rb-hit
               END-IF
           END-PERFORM.

           IF rb-hit = 0
               IF rb-count >= 4
                   MOVE "Y" TO rb-odd-code
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO rb-count
               MOVE rb-count TO rb-hit
               MOVE ORD-TAX-CODE TO rb-code(rb-hit)
           END-IF.

           ADD ORD-AMOUNT TO rb-net(rb-hit).
           ADD ORD-TAX TO rb-tax(rb-hit).

       compare-with-orders.

           IF rb-orders NOT = INV-ORDERS
               MOVE "its orders are not the number it was cut with"
                   TO inv-problem
               EXIT PARAGRAPH
           END-IF.

           IF INV-TAX-LINES = 0
               IF rb-net-total NOT = INV-AMOUNT
                   MOVE "its orders do not add up to the invoice"
                       TO inv-problem
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF rb-odd-code = "Y" OR rb-count NOT = INV-TAX-LINES
               MOVE "its orders carry different tax codes"
                   TO inv-problem
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING tl-ctr FROM 1 BY 1
                   UNTIL tl-ctr > INV-TAX-LINES OR tl-ctr > 4
                   OR inv-problem NOT = SPACES
               MOVE 0 TO rb-hit
               PERFORM VARYING rb-ctr FROM 1 BY 1
                       UNTIL rb-ctr > rb-count OR rb-hit > 0
                   IF rb-code(rb-ctr) = INV-TAX-CODE(tl-ctr)
                       MOVE rb-ctr TO rb-hit
                   END-IF
               END-PERFORM
               IF rb-hit = 0
                   MOVE "its orders carry different tax codes"
                       TO inv-problem
               ELSE
                   IF rb-net(rb-hit) NOT = INV-TAX-NET(tl-ctr)
                      OR rb-tax(rb-hit) NOT = INV-TAX-AMT(tl-ctr)
                       MOVE "its orders do not rebuild the net and "
                         & "tax of code " TO inv-problem
                       MOVE INV-TAX-CODE(tl-ctr) TO inv-problem(51:1)
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *** The report: the return itself first, then the proof that  ***
      *** it ties back to the invoices, then the verdict.           ***
      *****************************************************************
       write-tax-return.

           MOVE SPACES TO print-file-name.
           STRING "data/taxreturn-" DELIMITED BY SIZE
                  rq-name           DELIMITED BY SIZE
                  ".prn"            DELIMITED BY SIZE
               INTO print-file-name
           END-STRING.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING print-file-name
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           MOVE "OUTPUT TAX BY CODE" TO print-line.
           PERFORM print-report-line.
           MOVE SPACES TO print-line.
           MOVE "CODE" TO print-line(1:4).
           MOVE "RATE %" TO print-line(28:6).
           MOVE "NET" TO print-line(51:3).
           MOVE "TAX" TO print-line(71:3).
           MOVE "GROSS" TO print-line(89:5).
           PERFORM print-report-line.

           PERFORM VARYING bk-ctr FROM 1 BY 1
                   UNTIL bk-ctr > bucket-count
               PERFORM print-code-line
           END-PERFORM.

           MOVE SPACES TO code-line.
           MOVE "total of the codes" TO cl-word.
           MOVE bk-net-total TO cl-net.
           MOVE bk-tax-total TO cl-tax.
           COMPUTE cl-gross = bk-net-total + bk-tax-total.
           MOVE code-line TO print-line.
           PERFORM print-report-line.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.
           MOVE "INVOICES THAT DO NOT RECONCILE" TO print-line.
           PERFORM print-report-line.
           PERFORM VARYING pt-ctr FROM 1 BY 1
                   UNTIL pt-ctr > pt-count
               PERFORM print-problem-item
           END-PERFORM.
           IF problem-count > pt-count
               COMPUTE count-disp = problem-count - pt-count
               MOVE SPACES TO print-line
               STRING "... and "                 DELIMITED BY SIZE
                      FUNCTION TRIM(count-disp)  DELIMITED BY SIZE
                      " more"                    DELIMITED BY SIZE
                   INTO print-line
               END-STRING
               PERFORM print-report-line
           END-IF.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.

           MOVE invoice-count TO count-disp.
           MOVE SPACES TO print-line.
           STRING FUNCTION TRIM(count-disp)     DELIMITED BY SIZE
                  " invoice(s) cut in the quarter"
                                                DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM print-report-line.

           MOVE "net per the invoices" TO tl-label.
           MOVE inv-net-total TO tl-amount.
           PERFORM print-total-line.
           MOVE "net per the codes" TO tl-label.
           MOVE bk-net-total TO tl-amount.
           PERFORM print-total-line.
           MOVE "net difference" TO tl-label.
           MOVE net-diff TO tl-amount.
           PERFORM print-total-line.
           MOVE "tax per the invoices" TO tl-label.
           MOVE inv-tax-total TO tl-amount.
           PERFORM print-total-line.
           MOVE "tax per the codes" TO tl-label.
           MOVE bk-tax-total TO tl-amount.
           PERFORM print-total-line.
           MOVE "tax difference" TO tl-label.
           MOVE tax-diff TO tl-amount.
           PERFORM print-total-line.
           MOVE "gross per the invoices" TO tl-label.
           MOVE inv-gross-total TO tl-amount.
           PERFORM print-total-line.
           MOVE "gross less net and tax" TO tl-label.
           MOVE gross-diff TO tl-amount.
           PERFORM print-total-line.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.

           MOVE SPACES TO print-line.
           IF problem-count = 0 AND net-diff = 0 AND tax-diff = 0
              AND gross-diff = 0
               MOVE "==== RESULT: RECONCILED ====" TO print-line
           ELSE
               MOVE "==== RESULT: NOT RECONCILED ====" TO print-line
           END-IF.
           PERFORM print-report-line.

           CLOSE print-file.

       print-code-line.

           MOVE SPACES TO code-line.
           MOVE bk-code(bk-ctr) TO cl-code.
           EVALUATE bk-code(bk-ctr)
               WHEN "S" MOVE "standard" TO cl-word
               WHEN "R" MOVE "reduced" TO cl-word
               WHEN "Z" MOVE "zero-rated" TO cl-word
               WHEN "E" MOVE "exempt" TO cl-word
               WHEN OTHER MOVE "before tax codes" TO cl-word
           END-EVALUATE.
           MOVE bk-rate(bk-ctr) TO cl-rate.
           MOVE bk-net(bk-ctr) TO cl-net.
           MOVE bk-tax(bk-ctr) TO cl-tax.
           COMPUTE cl-gross = bk-net(bk-ctr) + bk-tax(bk-ctr).
           MOVE code-line TO print-line.
           PERFORM print-report-line.

       print-problem-item.

           MOVE SPACES TO item-line.
           MOVE pt-inv-no(pt-ctr) TO il-inv-no.
           MOVE pt-cust(pt-ctr)   TO il-cust.
           MOVE pt-amount(pt-ctr) TO il-amount.
           MOVE pt-text(pt-ctr)   TO il-text.
           MOVE item-line TO print-line.
           PERFORM print-report-line.

       print-total-line.

           MOVE SPACES TO print-line.
           MOVE total-line TO print-line.
           PERFORM print-report-line.

      *****************************************************************
      *** Every line goes out through here so the 60-line page      ***
      *** break and its heading can't be forgotten anywhere - same  ***
      *** shape as the bank reconciliation.                         ***
      *****************************************************************
       print-report-line.

           IF lines-on-page >= PAGE-LINES
               PERFORM print-page-heading
           END-IF.
           WRITE print-line.
           ADD 1 TO lines-on-page.
           ADD 1 TO report-lines.

       print-page-heading.

           ADD 1 TO page-number.
           MOVE page-number TO page-number-disp.

           MOVE print-line TO held-line.
           MOVE SPACES TO print-line.
           STRING "TAX RETURN "                 DELIMITED BY SIZE
                  rq-name(1:4)                  DELIMITED BY SIZE
                  " QUARTER "                   DELIMITED BY SIZE
                  rq-number                     DELIMITED BY SIZE
                  "     "                       DELIMITED BY SIZE
                  rq-first(1:4)                 DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  rq-first(5:2)                 DELIMITED BY SIZE
                  " TO "                        DELIMITED BY SIZE
                  rq-last(1:4)                  DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  rq-last(5:2)                  DELIMITED BY SIZE
                  "     RUN DATE "              DELIMITED BY SIZE
                  run-date(1:4)                 DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  run-date(5:2)                 DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  run-date(7:2)                 DELIMITED BY SIZE
                  "     PAGE "                  DELIMITED BY SIZE
                  FUNCTION TRIM(page-number-disp) DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           WRITE print-line.

           MOVE SPACES TO print-line.
           WRITE print-line.

           MOVE 2 TO lines-on-page.
           MOVE held-line TO print-line.
