      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  weekly cash receipts forecast                    ***
      *** UPDATE:  the customer's name is opened before it is shown ***
      *****************************************************************
      *** Monday batch step (nightsched.txt runs it "mon"): how     ***
      *** much cash the open invoices should bring in over the next ***
      *** six weeks. Each customer's payment habit is learned first ***
      *** from the receipts on file (rcpfld.cbl): every order a     ***
      *** payment was applied to leads to its invoice, and the days ***
      *** between the invoice's due date and the payment's value    ***
      *** date, weighted by the money applied, average out to how   ***
      *** late (or, negative, how early) that bill-to customer      ***
      *** pays. Rejected and bank-returned payments don't count. A  ***
      *** customer with no history takes the average of everyone    ***
      *** who has one.                                              ***
      *** Then what every billed order still owes is gathered by    ***
      *** invoice and the invoice is expected in on its due date    ***
      *** moved by its customer's average. The expected receipts    ***
      *** are totalled by week - week 1 the one this run falls in,  ***
      *** Monday to Sunday - with anything expected after week 6 on ***
      *** a line of its own. An invoice already past due whose      ***
      *** expected date went by more than CASHDOUBTDAYS days ago    ***
      *** (runtime config, 30 when absent) is doubtful: it is kept  ***
      *** off the weeks, totalled on a separate line and listed     ***
      *** invoice by invoice beneath. One that is merely a little   ***
      *** behind its expected date is counted into week 1.          ***
      *** Due dates are the ones stamped on the invoices; an        ***
      *** invoice cut before they were falls due on the default     ***
      *** terms (getduedate). Amounts are base currency, as the     ***
      *** aging is.                                                 ***
      *** Each trading company (data/companies.txt) gets its own    ***
      *** forecast, data/cashforecast.prn for the home company and  ***
      *** data/cashforecast-<code>.prn for any other, each          ***
      *** registered in the report spool.                           ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cashforecast.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "orderdef.cbl".
           COPY "invdef.cbl".
           COPY "rcpdef.cbl".
           COPY "custdef.cbl".

           SELECT print-file
               ASSIGN TO print-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS print-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD invoices-file.
       01 invoice-record.
           COPY "invfld.cbl".

       FD receipts-file.
       01 receipt-record.
           COPY "rcpfld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 orders-file-status    PIC X(2).
       77 invoices-file-status  PIC X(2).
       77 receipts-file-status  PIC X(2).
       77 customers-file-status PIC X(2).
       77 open-result           PIC X(01).
       77 print-file-status     PIC X(2).
       77 print-file-name       PIC X(60) VALUE SPACES.
       77 cfs-failed            PIC X(01).
       77 print-failed          PIC X(01) VALUE "N".

       78 PAGE-LINES VALUE 60.
       78 WEEK-MAX VALUE 6.

       77 run-date       PIC X(8).
       77 run-date-int   PIC 9(8) VALUE 0.
       77 run-dow        PIC 9(1).
       77 week-start-int PIC 9(8) VALUE 0.
       77 doubt-days     PIC 9(5) VALUE 30.

       77 cfg-key-name   PIC X(30).
       77 cfg-default    PIC 9(12).
       77 cfg-result     PIC 9(12).

      *** The invoice in hand: its due date (stamped, or worked out ***
      *** from the default terms) and its bill-to customer.         ***
       77 due-inv-no     PIC X(10) VALUE SPACES.
       77 due-date       PIC X(8) VALUE SPACES.
       77 due-cust       PIC X(10) VALUE SPACES.
       77 due-date-int   PIC 9(8) VALUE 0.
       77 due-terms-type PIC X(1).
       77 due-terms-days PIC 9(3).

      *****************************************************************
      *** Payment history by bill-to customer: the money applied    ***
      *** and the days late times that money, so the average is     ***
      *** weighted by what was paid. A customer past the table's    ***
      *** size still counts towards everyone's average.             ***
      *****************************************************************
       78 HIST-MAX VALUE 5000.
       01 pay-history.
          05 ph-count PIC 9(5) USAGE COMP-5 VALUE 0.
          05 ph-entry OCCURS 5000 TIMES.
             10 ph-cust       PIC X(10).
             10 ph-amount     PIC 9(13)V99.
             10 ph-day-amount PIC S9(15)V99.
       77 ph-ctr         PIC 9(5) USAGE COMP-5.
       77 ph-hit         PIC 9(5) USAGE COMP-5.
       77 ph-skipped     PIC 9(5) USAGE COMP-5 VALUE 0.
       77 all-amount     PIC 9(13)V99 VALUE 0.
       77 all-day-amount PIC S9(15)V99 VALUE 0.
       77 all-avg-late   PIC S9(5) VALUE 0.
       77 alloc-ctr      PIC 9(3).
       77 alloc-kept     PIC 9(3).
       77 alloc-cust     PIC X(10).
       77 value-date-int PIC 9(8).
       77 days-late      PIC S9(8).
       77 avg-late       PIC S9(5).
       77 hist-allocs    PIC 9(7) USAGE COMP-5 VALUE 0.

      *** What one run of an invoice's orders still owes.           ***
       77 run-inv-no     PIC X(10) VALUE SPACES.
       77 run-cust       PIC X(10) VALUE SPACES.
       77 run-amount     PIC 9(11)V99 VALUE 0.
       77 order-open-amt PIC 9(11)V99.
       77 expected-int   PIC S9(9).
       77 week-no        PIC S9(5).

      *** One trading company's forecast.                           ***
       77 fc-co-seq      PIC 9(2) VALUE 0.
       77 fc-co-found    PIC X(01) VALUE "Y".
       01 fc-company.
           COPY "cofld.cbl".
       77 co-match-code  PIC X(4).
       77 co-match       PIC X(01).

       01 week-table.
          05 wk-entry OCCURS 6 TIMES.
             10 wk-amount   PIC 9(11)V99.
             10 wk-invoices PIC 9(7).
       77 wk-ctr          PIC 9(1).
       77 later-amount    PIC 9(11)V99 VALUE 0.
       77 later-invoices  PIC 9(7) VALUE 0.
       77 doubt-amount    PIC 9(11)V99 VALUE 0.
       77 doubt-invoices  PIC 9(7) VALUE 0.
       77 open-amount     PIC 9(11)V99 VALUE 0.
       77 open-invoices   PIC 9(7) VALUE 0.

      *** The doubtful invoices, listed after the weeks.            ***
       78 DB-MAX VALUE 2000.
       01 doubt-table.
          05 db-count PIC 9(5) USAGE COMP-5 VALUE 0.
          05 db-entry OCCURS 2000 TIMES.
             10 db-inv-no   PIC X(10).
             10 db-cust     PIC X(10).
             10 db-due      PIC X(8).
             10 db-expected PIC X(8).
             10 db-amount   PIC 9(11)V99.
       77 db-ctr          PIC 9(5) USAGE COMP-5.
       77 db-skipped      PIC 9(5) USAGE COMP-5 VALUE 0.
       77 db-days         PIC S9(8).

       77 page-number      PIC 9(4) VALUE 0.
       77 page-number-disp PIC Z(3)9.
       77 lines-on-page    PIC 9(4) USAGE COMP-5 VALUE 99.
       77 report-lines     PIC 9(7) VALUE 0.
       77 held-line        PIC X(132).
       77 doubt-days-disp  PIC Z(4)9.
       77 forecast-count   PIC 9(3) VALUE 0.

       01 week-line.
          05 wl-label    PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 wl-from     PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 wl-to       PIC X(10).
          05 FILLER      PIC X(4) VALUE SPACES.
          05 wl-amount   PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER      PIC X(4) VALUE SPACES.
          05 wl-invoices PIC Z(6)9.

       01 doubt-line.
          05 dl-inv-no   PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 dl-cust     PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 dl-name     PIC X(30).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 dl-due      PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 dl-expected PIC X(10).
          05 FILLER      PIC X(2) VALUE SPACES.
          05 dl-days     PIC ZZZZ9.
          05 FILLER      PIC X(2) VALUE SPACES.
          05 dl-amount   PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       01 date-fields.
          05 date-in     PIC X(8).
          05 date-out    PIC X(10).
          05 date-int    PIC 9(8).

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-cashforecast.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.
           COMPUTE run-date-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(run-date)).

      *** Week 1 starts on the Monday of this run's week (the       ***
      *** proleptic day count's day 1 was a Monday).                ***
           COMPUTE run-dow = FUNCTION MOD(run-date-int, 7).
           IF run-dow = 0
               COMPUTE week-start-int = run-date-int - 6
           ELSE
               COMPUTE week-start-int = run-date-int - run-dow + 1
           END-IF.

           MOVE "CASHDOUBTDAYS" TO cfg-key-name.
           MOVE 30 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           IF cfg-result < 100000
               MOVE cfg-result TO doubt-days
           END-IF.

           OPEN INPUT orders-file.
           IF orders-file-status NOT = "00"
               DISPLAY "cashforecast: no orders dataset, no forecast."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT invoices-file.
           OPEN INPUT customers-file.

           PERFORM load-payment-history.

           PERFORM VARYING fc-co-seq FROM 1 BY 1
                   UNTIL fc-co-found NOT = "Y" OR fc-co-seq > 98
               MOVE SPACES TO fc-company
               CALL "getcompany" USING fc-co-seq fc-company
                   fc-co-found END-CALL
               IF fc-co-found = "Y"
                   PERFORM forecast-one-company
               END-IF
           END-PERFORM.

           CLOSE orders-file.
           IF invoices-file-status = "00"
              OR invoices-file-status = "23"
               CLOSE invoices-file
           END-IF.
           IF customers-file-status = "00"
              OR customers-file-status = "23"
               CLOSE customers-file
           END-IF.

           DISPLAY "cashforecast: " forecast-count " forecast(s); "
               hist-allocs " past payment allocation(s) from "
               ph-count " customer(s), " ph-skipped
               " customer(s) over the history table.".

           IF print-failed = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

      *****************************************************************
      *** Every receipt that put money on orders: each allocation's ***
      *** order leads to its invoice, and the value date against    ***
      *** the invoice's due date is how late that money came.       ***
      *****************************************************************
       load-payment-history.

           OPEN INPUT receipts-file.
           IF receipts-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ receipts-file NEXT RECORD
               AT END MOVE "10" TO receipts-file-status
           END-READ.
           PERFORM UNTIL receipts-file-status NOT = "00"
               IF (RCP-STATUS = "A" OR RCP-STATUS = "P")
                  AND RCP-VALUE-DATE IS NUMERIC
                   PERFORM learn-from-receipt
               END-IF
               READ receipts-file NEXT RECORD
                   AT END MOVE "10" TO receipts-file-status
               END-READ
           END-PERFORM.

           CLOSE receipts-file.

           IF all-amount > 0
               COMPUTE all-avg-late ROUNDED =
                   all-day-amount / all-amount
           END-IF.

       learn-from-receipt.

           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(
               RCP-VALUE-DATE)) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE value-date-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(RCP-VALUE-DATE)).

           IF RCP-ALLOC-COUNT > 20
               MOVE 20 TO alloc-kept
           ELSE
               MOVE RCP-ALLOC-COUNT TO alloc-kept
           END-IF.

           PERFORM VARYING alloc-ctr FROM 1 BY 1
                   UNTIL alloc-ctr > alloc-kept
               PERFORM learn-from-allocation
           END-PERFORM.

       learn-from-allocation.

           IF RCP-ALLOC-AMOUNT(alloc-ctr) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE RCP-ALLOC-CUST-ID(alloc-ctr) TO alloc-cust.
           IF alloc-cust = SPACES
               MOVE RCP-CUST-ID TO alloc-cust
           END-IF.

           MOVE alloc-cust TO ORD-CUST-ID.
           MOVE RCP-ALLOC-ORD-NO(alloc-ctr) TO ORD-NO.
           READ orders-file
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           IF ORD-INVOICE = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM find-invoice-due.
           IF due-date = SPACES
               EXIT PARAGRAPH
           END-IF.

           COMPUTE days-late = value-date-int - due-date-int.
           ADD 1 TO hist-allocs.
           ADD RCP-ALLOC-AMOUNT(alloc-ctr) TO all-amount.
           COMPUTE all-day-amount = all-day-amount
               + days-late * RCP-ALLOC-AMOUNT(alloc-ctr).

           PERFORM find-history-entry.
           IF ph-hit = 0
               IF ph-count >= HIST-MAX
                   ADD 1 TO ph-skipped
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ph-count
               MOVE ph-count TO ph-hit
               MOVE due-cust TO ph-cust(ph-hit)
               MOVE 0 TO ph-amount(ph-hit) ph-day-amount(ph-hit)
           END-IF.
           ADD RCP-ALLOC-AMOUNT(alloc-ctr) TO ph-amount(ph-hit).
           COMPUTE ph-day-amount(ph-hit) = ph-day-amount(ph-hit)
               + days-late * RCP-ALLOC-AMOUNT(alloc-ctr).

      *** due-cust's line of the history table into ph-hit (0 when ***
      *** it has none yet).                                         ***
       find-history-entry.

           MOVE 0 TO ph-hit.
           PERFORM VARYING ph-ctr FROM 1 BY 1
                   UNTIL ph-ctr > ph-count OR ph-hit > 0
               IF ph-cust(ph-ctr) = due-cust
                   MOVE ph-ctr TO ph-hit
               END-IF
           END-PERFORM.

      *****************************************************************
      *** ORD-INVOICE's due date and bill-to customer, read once    ***
      *** for as long as the same invoice keeps coming up. An       ***
      *** invoice no longer on file falls due on the default terms  ***
      *** from the order's own date, under the order's customer.    ***
      *****************************************************************
       find-invoice-due.

           IF ORD-INVOICE = due-inv-no
               EXIT PARAGRAPH
           END-IF.
           MOVE ORD-INVOICE TO due-inv-no.
           MOVE SPACES TO due-date due-terms-type.
           MOVE 0 TO due-terms-days due-date-int.
           MOVE ORD-CUST-ID TO due-cust.

           IF invoices-file-status = "00"
              OR invoices-file-status = "23"
               MOVE ORD-INVOICE TO INV-NO
               READ invoices-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE INV-CUST-ID TO due-cust
                       MOVE INV-DUE-DATE TO due-date
                       IF due-date = SPACES
                           CALL "getduedate" USING INV-CREATED(1:8)
                               due-terms-type due-terms-days due-date
                               END-CALL
                       END-IF
               END-READ
           END-IF.
           IF due-date = SPACES
               CALL "getduedate" USING ORD-CREATED(1:8)
                   due-terms-type due-terms-days due-date END-CALL
           END-IF.

           IF due-date NOT = SPACES
               COMPUTE due-date-int = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(due-date))
           END-IF.

      *****************************************************************
      *** One company's forecast: its billed orders still owing,    ***
      *** gathered into runs of one invoice (the orders dataset is  ***
      *** keyed by customer, so a customer's orders on an invoice   ***
      *** come together), each run projected as it closes.          ***
      *****************************************************************
       forecast-one-company.

           MOVE SPACES TO print-file-name.
           STRING "data/cashforecast" DELIMITED BY SIZE
                  CO-FILE-TAG         DELIMITED BY SPACE
                  ".prn"              DELIMITED BY SIZE
               INTO print-file-name
           END-STRING.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING print-file-name
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               MOVE "Y" TO print-failed
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE week-table.
           MOVE 0 TO later-amount later-invoices doubt-amount
               doubt-invoices open-amount open-invoices db-count
               db-skipped page-number report-lines.
           MOVE 99 TO lines-on-page.
           MOVE SPACES TO run-inv-no run-cust.
           MOVE 0 TO run-amount.

           MOVE LOW-VALUES TO ORD-KEY.
           MOVE "00" TO orders-file-status.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "10" TO orders-file-status
           END-START.
           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-IF.
           PERFORM UNTIL orders-file-status NOT = "00"
               MOVE ORD-COMPANY TO co-match-code
               PERFORM check-company-match
               IF ORD-STATUS = "B" AND ORD-INVOICE NOT = SPACES
                  AND ORD-AMOUNT + ORD-TAX > ORD-PAID + ORD-CREDITED
                  AND co-match = "Y"
                   PERFORM add-order-to-run
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.
           IF run-inv-no NOT = SPACES
               PERFORM project-one-run
           END-IF.

           PERFORM print-forecast.

           CLOSE print-file.
           ADD 1 TO forecast-count.

           MOVE print-file-name TO rpt-reg-name.
           MOVE "cashforecast" TO rpt-reg-program.
           MOVE report-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

       check-company-match.

           MOVE "N" TO co-match.
           IF co-match-code = CO-CODE
              OR (co-match-code = SPACES AND CO-HOME = "Y")
               MOVE "Y" TO co-match
           END-IF.

       add-order-to-run.

           IF ORD-INVOICE NOT = run-inv-no
              OR ORD-CUST-ID NOT = run-cust
               IF run-inv-no NOT = SPACES
                   PERFORM project-one-run
               END-IF
               MOVE ORD-INVOICE TO run-inv-no
               MOVE ORD-CUST-ID TO run-cust
               MOVE 0 TO run-amount
               PERFORM find-invoice-due
           END-IF.

           COMPUTE order-open-amt =
               ORD-AMOUNT + ORD-TAX - ORD-PAID - ORD-CREDITED.
           ADD order-open-amt TO run-amount.

      *****************************************************************
      *** The run's expected day: its due date moved by the bill-to ***
      *** customer's average lateness (everyone's when it has no    ***
      *** history). Left in due-* from the run's first order.       ***
      *****************************************************************
       project-one-run.

           ADD run-amount TO open-amount.
           ADD 1 TO open-invoices.

           PERFORM find-history-entry.
           IF ph-hit > 0 AND ph-amount(ph-hit) > 0
               COMPUTE avg-late ROUNDED =
                   ph-day-amount(ph-hit) / ph-amount(ph-hit)
           ELSE
               MOVE all-avg-late TO avg-late
           END-IF.

           IF due-date = SPACES
               MOVE run-date-int TO due-date-int
           END-IF.
           COMPUTE expected-int = due-date-int + avg-late.

           IF due-date-int < run-date-int
              AND expected-int + doubt-days < run-date-int
               PERFORM add-doubtful-run
               EXIT PARAGRAPH
           END-IF.

           IF expected-int < run-date-int
               MOVE 1 TO week-no
           ELSE
               COMPUTE week-no =
                   (expected-int - week-start-int) / 7 + 1
           END-IF.

           IF week-no > WEEK-MAX
               ADD run-amount TO later-amount
               ADD 1 TO later-invoices
           ELSE
               ADD run-amount TO wk-amount(week-no)
               ADD 1 TO wk-invoices(week-no)
           END-IF.

       add-doubtful-run.

           ADD run-amount TO doubt-amount.
           ADD 1 TO doubt-invoices.

           IF db-count >= DB-MAX
               ADD 1 TO db-skipped
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO db-count.
           MOVE run-inv-no TO db-inv-no(db-count).
           MOVE due-cust TO db-cust(db-count).
           MOVE due-date TO db-due(db-count).
           MOVE FUNCTION DATE-OF-INTEGER(expected-int)
               TO db-expected(db-count).
           MOVE run-amount TO db-amount(db-count).

      *****************************************************************
      *** The six weeks, the later and doubtful lines and the total ***
      *** still owed, then the doubtful invoices one by one.        ***
      *****************************************************************
       print-forecast.

           PERFORM VARYING wk-ctr FROM 1 BY 1 UNTIL wk-ctr > WEEK-MAX
               MOVE SPACES TO week-line
               MOVE SPACES TO wl-label
               STRING "WEEK " DELIMITED BY SIZE
                      wk-ctr  DELIMITED BY SIZE
                   INTO wl-label
               END-STRING
               COMPUTE date-int = week-start-int + (wk-ctr - 1) * 7
               MOVE FUNCTION DATE-OF-INTEGER(date-int) TO date-in
               PERFORM edit-date
               MOVE date-out TO wl-from
               ADD 6 TO date-int
               MOVE FUNCTION DATE-OF-INTEGER(date-int) TO date-in
               PERFORM edit-date
               MOVE date-out TO wl-to
               MOVE wk-amount(wk-ctr) TO wl-amount
               MOVE wk-invoices(wk-ctr) TO wl-invoices
               MOVE week-line TO print-line
               PERFORM print-report-line
           END-PERFORM.

           MOVE SPACES TO week-line.
           MOVE "LATER" TO wl-label.
           COMPUTE date-int = week-start-int + WEEK-MAX * 7.
           MOVE FUNCTION DATE-OF-INTEGER(date-int) TO date-in.
           PERFORM edit-date.
           MOVE date-out TO wl-from.
           MOVE "onwards" TO wl-to.
           MOVE later-amount TO wl-amount.
           MOVE later-invoices TO wl-invoices.
           MOVE week-line TO print-line.
           PERFORM print-report-line.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.

           MOVE SPACES TO week-line.
           MOVE "DOUBTFUL" TO wl-label.
           MOVE doubt-amount TO wl-amount.
           MOVE doubt-invoices TO wl-invoices.
           MOVE week-line TO print-line.
           MOVE doubt-days TO doubt-days-disp.
           STRING "past due, expected over "      DELIMITED BY SIZE
                  FUNCTION TRIM(doubt-days-disp) DELIMITED BY SIZE
                  " days ago"                    DELIMITED BY SIZE
               INTO print-line(72:60)
           END-STRING.
           PERFORM print-report-line.

           MOVE SPACES TO week-line.
           MOVE "TOTAL OPEN" TO wl-label.
           MOVE open-amount TO wl-amount.
           MOVE open-invoices TO wl-invoices.
           MOVE week-line TO print-line.
           PERFORM print-report-line.

           IF db-count = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO print-line.
           PERFORM print-report-line.
           MOVE "DOUBTFUL INVOICES" TO print-line.
           PERFORM print-report-line.
           MOVE SPACES TO print-line.
           MOVE "INVOICE"   TO print-line(1:7).
           MOVE "CUSTOMER"  TO print-line(13:8).
           MOVE "NAME"      TO print-line(25:4).
           MOVE "DUE"       TO print-line(57:3).
           MOVE "EXPECTED"  TO print-line(69:8).
           MOVE "LATE"      TO print-line(81:4).
           MOVE "OWED"      TO print-line(102:4).
           PERFORM print-report-line.

           PERFORM VARYING db-ctr FROM 1 BY 1 UNTIL db-ctr > db-count
               PERFORM print-doubtful-line
           END-PERFORM.

           IF db-skipped > 0
               MOVE SPACES TO print-line
               MOVE db-skipped TO doubt-days-disp
               STRING "... and "                      DELIMITED BY SIZE
                      FUNCTION TRIM(doubt-days-disp) DELIMITED BY SIZE
                      " more doubtful invoice(s) not listed"
                                                      DELIMITED BY SIZE
                   INTO print-line
               END-STRING
               PERFORM print-report-line
           END-IF.

       print-doubtful-line.

           MOVE SPACES TO doubt-line.
           MOVE db-inv-no(db-ctr) TO dl-inv-no.
           MOVE db-cust(db-ctr) TO dl-cust.
           MOVE "(not on file)" TO dl-name.
           IF customers-file-status = "00"
              OR customers-file-status = "23"
               MOVE db-cust(db-ctr) TO CUST-ID
               READ customers-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       CALL "custcrypt" USING "O" customer-record
                           open-result END-CALL
                       MOVE CUST-NAME TO dl-name
               END-READ
           END-IF.
           MOVE db-due(db-ctr) TO date-in.
           PERFORM edit-date.
           MOVE date-out TO dl-due.
           MOVE db-expected(db-ctr) TO date-in.
           PERFORM edit-date.
           MOVE date-out TO dl-expected.
           COMPUTE db-days = run-date-int - FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(db-due(db-ctr))).
           IF db-days > 99999
               MOVE 99999 TO db-days
           END-IF.
           MOVE db-days TO dl-days.
           MOVE db-amount(db-ctr) TO dl-amount.
           MOVE doubt-line TO print-line.
           PERFORM print-report-line.

       edit-date.

           MOVE SPACES TO date-out.
           STRING date-in(1:4) DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  date-in(5:2) DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  date-in(7:2) DELIMITED BY SIZE
               INTO date-out
           END-STRING.

      *****************************************************************
      *** Every line goes out through here so the 60-line page      ***
      *** break and its heading can't be forgotten anywhere.        ***
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
           MOVE run-date TO date-in.
           PERFORM edit-date.
           MOVE SPACES TO print-line.
           STRING "CASH RECEIPTS FORECAST "       DELIMITED BY SIZE
                  CO-NAME                        DELIMITED BY "  "
                  "     RUN DATE "               DELIMITED BY SIZE
                  date-out                       DELIMITED BY SIZE
                  "     PAGE "                   DELIMITED BY SIZE
                  FUNCTION TRIM(page-number-disp) DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           WRITE print-line.

           MOVE SPACES TO print-line.
           MOVE "WEEK"      TO print-line(1:4).
           MOVE "FROM"      TO print-line(13:4).
           MOVE "TO"        TO print-line(25:2).
           MOVE "EXPECTED"  TO print-line(50:8).
           MOVE "INVOICES"  TO print-line(63:8).
           WRITE print-line.

           MOVE SPACES TO print-line.
           WRITE print-line.

           MOVE 3 TO lines-on-page.
           ADD 3 TO report-lines.
           MOVE held-line TO print-line.
