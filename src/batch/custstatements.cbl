      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  month-end customer account statements            ***
      *** UPDATE:  what an order owes includes its billed tax       ***
      *** UPDATE:  statements run per trading company, under its    ***
      ***          own templates and letterhead                     ***
      *** UPDATE:  each customer is opened before the statement is  ***
      ***          addressed                                        ***
      *****************************************************************
      *** Month-end batch step (nightsched.txt runs it "monthend",  ***
      *** after the night's payment intake and invoice cut): one    ***
      *** account statement for every customer who had activity     ***
      *** this month or still owes anything. The month's activity   ***
      *** is the invoices cut (INV-CREATED), the credit notes       ***
      *** raised (CRN-CREATED) and the bank payments applied        ***
      *** (receipts with RCP-APPLIED, by RCP-RUN-DATE), the         ***
      *** payments the bank returned (by RCP-RETURN-DATE), plus any ***
      *** order still open and not yet on an invoice. The closing   ***
      *** balance is what the customer's open and billed orders     ***
      *** still owe tonight, aged current / 30 / 60 / 90+ by order  ***
      *** date exactly as applypayments ages data/araging.prn, so   ***
      *** the statements add up to the aging report; the opening    ***
      *** balance is worked back from it through the month's        ***
      *** activity (see stmfld.cbl). Each statement is filed on     ***
      *** data/statements.dat - a rerun the same month replaces it  ***
      *** - and that record is what the portal offers for download. ***
      *** The statement is mailed through composemail ("statement"  ***
      *** template, in the customer's CUST-LANG) and the mail       ***
      *** spool; a do-not-email or bounced-out customer, or an      ***
      *** address the spool refuses, gets it printed to             ***
      *** data/statements.prn instead, one statement per page with  ***
      *** the address block, as dunninvoices prints its letters.    ***
      *** Each trading company of data/companies.txt states its own ***
      *** customers: mailed under its own statement-<tag> template  ***
      *** where it has one, with its name and letterhead, and       ***
      *** printed to data/statements.prn for the home company or    ***
      *** data/statements-<code>.prn for any other.                 ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. custstatements.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "custdef.cbl".
           COPY "orderdef.cbl".
           COPY "invdef.cbl".
           COPY "crndef.cbl".
           COPY "rcpdef.cbl".
           COPY "stmdef.cbl".

           SELECT print-file
               ASSIGN TO print-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS print-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD invoices-file.
       01 invoice-record.
           COPY "invfld.cbl".

       FD creditnotes-file.
       01 creditnote-record.
           COPY "crnfld.cbl".

       FD receipts-file.
       01 receipt-record.
           COPY "rcpfld.cbl".

       FD statements-file.
       01 statement-record.
           COPY "stmfld.cbl".

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 customers-file-status   PIC X(2).
       77 open-result             PIC X(01).
       77 orders-file-status      PIC X(2).
       77 invoices-file-status    PIC X(2).
       77 creditnotes-file-status PIC X(2).
       77 receipts-file-status    PIC X(2).
       77 statements-file-status  PIC X(2).
       77 print-file-status       PIC X(2).
       77 cfs-failed              PIC X(01).
       77 print-file-name         PIC X(60) VALUE SPACES.

       78 PAGE-LINES VALUE 60.
       78 STM-ITEM-MAX VALUE 40.
       78 ACT-MAX VALUE 5000.

       77 run-date       PIC X(8).
       77 run-date-int   PIC 9(8) USAGE COMP-5.
       77 run-stamp      PIC X(21).
       77 stm-month      PIC X(6).
       77 order-date-int PIC 9(8) USAGE COMP-5.
       77 order-age-days PIC S9(8) USAGE COMP-5.
       77 order-open-amt PIC 9(11)V99.
       77 sent-by-mail   PIC X(01).

      *****************************************************************
      *** The month's invoices, credit notes, applied and returned  ***
      *** payments, gathered in one pass over each dataset and      ***
      *** picked out per customer as the customer master is walked. ***
      *****************************************************************
       01 month-activity.
          05 act-count PIC 9(5) USAGE COMP-5 VALUE 0.
          05 act-entry OCCURS 5000 TIMES.
             10 act-cust   PIC X(10).
             10 act-type   PIC X(1).
             10 act-date   PIC X(8).
             10 act-ref    PIC X(16).
             10 act-amount PIC 9(11)V99.
       77 act-overflow  PIC X(01) VALUE "N".
       77 act-ctr       PIC 9(5) USAGE COMP-5.

       01 item-swap.
          05 swap-type   PIC X(1).
          05 swap-date   PIC X(8).
          05 swap-ref    PIC X(16).
          05 swap-amount PIC 9(11)V99.
       77 item-ctr      PIC 9(4) USAGE COMP-5.
       77 item-kept     PIC 9(4) USAGE COMP-5.
       77 item-pass     PIC 9(4) USAGE COMP-5.
       77 item-swapped  PIC X(01).

       77 stated-count  PIC 9(5) USAGE COMP-5 VALUE 0.
       77 mailed-count  PIC 9(5) USAGE COMP-5 VALUE 0.
       77 printed-count PIC 9(5) USAGE COMP-5 VALUE 0.
       77 lines-on-page PIC 9(4) USAGE COMP-5 VALUE 0.
       77 stl-ctr       PIC 9(4) USAGE COMP-5.

       01 statement-lines.
           COPY "stmlines.cbl".

      *** The same currency editing the invoice mail carries.       ***
       77 money-result   PIC S9(18)V99 VALUE 0.
       77 display-result PIC $ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 money-words.
          05 mw-opening  PIC X(30).
          05 mw-invoiced PIC X(30).
          05 mw-unbilled PIC X(30).
          05 mw-credited PIC X(30).
          05 mw-paid     PIC X(30).
          05 mw-returned PIC X(30).
          05 mw-closing  PIC X(30).
          05 mw-current  PIC X(30).
          05 mw-30       PIC X(30).
          05 mw-60       PIC X(30).
          05 mw-90       PIC X(30).
       77 period-words  PIC X(7).

       77 mail-to-addr  PIC X(90).
       77 mail-subject  PIC X(90).
       77 mail-body     PIC X(500).
       77 mail-template PIC X(30) VALUE "statement".
       77 mail-accepted PIC X(01).
       77 mail-lang     PIC X(2) VALUE SPACES.

       01 the-mailvars.
           COPY "cowvars.cbl".
       77 mail-body-builtin  PIC X(500).
       77 mail-base-template PIC X(30).

      *** Each trading company states its own customers, under its  ***
      *** own templates and letterhead and into its own print file. ***
       77 stm-co-seq    PIC 9(2) VALUE 0.
       77 stm-co-found  PIC X(01) VALUE "Y".
       01 stm-company.
           COPY "cofld.cbl".
       77 co-stated     PIC 9(5) USAGE COMP-5 VALUE 0.
       77 co-printed    PIC 9(5) USAGE COMP-5 VALUE 0.
       77 print-failed  PIC X(01) VALUE "N".

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-custstatements.

           MOVE FUNCTION CURRENT-DATE TO run-stamp.
           MOVE run-stamp(1:8) TO run-date.
           MOVE run-date(1:6) TO stm-month.
           COMPUTE run-date-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(run-date)).

           OPEN INPUT customers-file.
           IF customers-file-status NOT = "00"
               DISPLAY "custstatements: no customer dataset, no "
                   "statements."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM load-month-activity.
           IF act-overflow = "Y"
               DISPLAY "custstatements: more than " ACT-MAX
                   " items of activity this month - no statements "
                   "issued."
               CLOSE customers-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O statements-file.
           IF statements-file-status = "35"
               OPEN OUTPUT statements-file
               CLOSE statements-file
               OPEN I-O statements-file
           END-IF.
           IF statements-file-status NOT = "00"
               DISPLAY "custstatements: statements dataset could not "
                   "be opened."
               CLOSE customers-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT orders-file.

           PERFORM VARYING stm-co-seq FROM 1 BY 1
                   UNTIL stm-co-found NOT = "Y" OR stm-co-seq > 98
               MOVE SPACES TO stm-company
               CALL "getcompany" USING stm-co-seq stm-company
                   stm-co-found END-CALL
               IF stm-co-found = "Y"
                   PERFORM state-one-company
               END-IF
           END-PERFORM.

           CLOSE customers-file.
           CLOSE orders-file.
           CLOSE statements-file.

           DISPLAY "custstatements: " stated-count " statement(s) for "
               stm-month "; " mailed-count " mailed, " printed-count
               " printed.".

           IF print-failed = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

      *****************************************************************
      *** One trading company's customers, from the top of the      ***
      *** customer master: printed statements to                    ***
      *** data/statements.prn for the home company,                 ***
      *** data/statements-<code>.prn for any other. A customer      ***
      *** whose company code is spaces is the home company's.       ***
      *****************************************************************
       state-one-company.

           MOVE SPACES TO print-file-name.
           STRING "data/statements" DELIMITED BY SIZE
                  CO-FILE-TAG       DELIMITED BY SPACE
                  ".prn"            DELIMITED BY SIZE
               INTO print-file-name
           END-STRING.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING print-file-name
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               MOVE "Y" TO print-failed
               EXIT PARAGRAPH
           END-IF.

           MOVE stated-count TO co-stated.
           MOVE printed-count TO co-printed.

           MOVE LOW-VALUES TO CUST-ID.
           MOVE "00" TO customers-file-status.
           START customers-file KEY NOT < CUST-ID
               INVALID KEY MOVE "10" TO customers-file-status
           END-START.
           IF customers-file-status = "00"
               READ customers-file NEXT RECORD
                   AT END MOVE "10" TO customers-file-status
               END-READ
           END-IF.
           PERFORM UNTIL customers-file-status NOT = "00"
               IF CUST-COMPANY = CO-CODE
                  OR (CUST-COMPANY = SPACES AND CO-HOME = "Y")
                   PERFORM state-one-customer
               END-IF
               READ customers-file NEXT RECORD
                   AT END MOVE "10" TO customers-file-status
               END-READ
           END-PERFORM.

           CLOSE print-file.

           MOVE print-file-name TO rpt-reg-name.
           MOVE "custstatements" TO rpt-reg-program.
           COMPUTE rpt-reg-lines = printed-count - co-printed.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           COMPUTE co-stated = stated-count - co-stated.
           DISPLAY "custstatements: " FUNCTION TRIM(CO-CODE) " "
               co-stated " statement(s).".

      *****************************************************************
      *** One pass over each of the three datasets. None of them is ***
      *** keyed by customer, so the month's share of each is held   ***
      *** here rather than walked again for every customer. Should  ***
      *** the month ever outgrow the table, no statement goes out   ***
      *** at all - a statement missing some of its items would be   ***
      *** worse than a late one.                                    ***
      *****************************************************************
       load-month-activity.

           MOVE 0 TO act-count.

           OPEN INPUT invoices-file.
           IF invoices-file-status = "00"
               READ invoices-file NEXT RECORD
                   AT END MOVE "10" TO invoices-file-status
               END-READ
               PERFORM UNTIL invoices-file-status NOT = "00"
                   IF INV-CREATED(1:6) = stm-month
                       PERFORM add-invoice-activity
                   END-IF
                   READ invoices-file NEXT RECORD
                       AT END MOVE "10" TO invoices-file-status
                   END-READ
               END-PERFORM
               CLOSE invoices-file
           END-IF.

           OPEN INPUT creditnotes-file.
           IF creditnotes-file-status = "00"
               READ creditnotes-file NEXT RECORD
                   AT END MOVE "10" TO creditnotes-file-status
               END-READ
               PERFORM UNTIL creditnotes-file-status NOT = "00"
                   IF CRN-CREATED(1:6) = stm-month
                       PERFORM add-credit-activity
                   END-IF
                   READ creditnotes-file NEXT RECORD
                       AT END MOVE "10" TO creditnotes-file-status
                   END-READ
               END-PERFORM
               CLOSE creditnotes-file
           END-IF.

           OPEN INPUT receipts-file.
           IF receipts-file-status = "00"
               READ receipts-file NEXT RECORD
                   AT END MOVE "10" TO receipts-file-status
               END-READ
               PERFORM UNTIL receipts-file-status NOT = "00"
                   IF RCP-RUN-DATE(1:6) = stm-month
                      AND RCP-APPLIED > 0
                       PERFORM add-receipt-activity
                   END-IF
                   IF RCP-STATUS = "X"
                      AND RCP-RETURN-DATE(1:6) = stm-month
                      AND RCP-APPLIED > 0
                       PERFORM add-return-activity
                   END-IF
                   READ receipts-file NEXT RECORD
                       AT END MOVE "10" TO receipts-file-status
                   END-READ
               END-PERFORM
               CLOSE receipts-file
           END-IF.

       add-invoice-activity.

           IF act-count >= ACT-MAX
               MOVE "Y" TO act-overflow
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO act-count.
           MOVE INV-CUST-ID TO act-cust(act-count).
           MOVE "I" TO act-type(act-count).
           MOVE INV-CREATED(1:8) TO act-date(act-count).
           MOVE INV-NO TO act-ref(act-count).
           MOVE INV-AMOUNT TO act-amount(act-count).

       add-credit-activity.

           IF act-count >= ACT-MAX
               MOVE "Y" TO act-overflow
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO act-count.
           MOVE CRN-CUST-ID TO act-cust(act-count).
           MOVE "C" TO act-type(act-count).
           MOVE CRN-CREATED(1:8) TO act-date(act-count).
           MOVE CRN-NO TO act-ref(act-count).
           MOVE CRN-AMOUNT TO act-amount(act-count).

       add-receipt-activity.

           IF act-count >= ACT-MAX
               MOVE "Y" TO act-overflow
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO act-count.
           MOVE RCP-CUST-ID TO act-cust(act-count).
           MOVE "P" TO act-type(act-count).
           MOVE RCP-RUN-DATE TO act-date(act-count).
           MOVE RCP-BANK-REF TO act-ref(act-count).
           MOVE RCP-APPLIED TO act-amount(act-count).

      *** Only the applied part of a returned payment was ever on   ***
      *** the customer's account, so only that comes back onto it.  ***
       add-return-activity.

           IF act-count >= ACT-MAX
               MOVE "Y" TO act-overflow
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO act-count.
           MOVE RCP-CUST-ID TO act-cust(act-count).
           MOVE "R" TO act-type(act-count).
           MOVE RCP-RETURN-DATE TO act-date(act-count).
           MOVE RCP-BANK-REF TO act-ref(act-count).
           MOVE RCP-APPLIED TO act-amount(act-count).

      *****************************************************************
      *** Build the customer's statement; nothing owed and nothing  ***
      *** happened means no statement.                              ***
      *****************************************************************
       state-one-customer.

           CALL "custcrypt" USING "O" customer-record open-result
               END-CALL.

           MOVE SPACES TO statement-record.
           MOVE CUST-ID TO STM-CUST-ID.
           MOVE stm-month TO STM-PERIOD.
           MOVE run-stamp TO STM-CREATED.
           MOVE 0 TO STM-OPENING STM-INVOICED STM-UNBILLED
               STM-CREDITED STM-PAID STM-RETURNED STM-CLOSING
               STM-AGE-CURRENT STM-AGE-30 STM-AGE-60 STM-AGE-90
               STM-ITEM-COUNT.
           PERFORM VARYING item-ctr FROM 1 BY 1
               UNTIL item-ctr > STM-ITEM-MAX
               MOVE 0 TO STM-ITEM-AMOUNT(item-ctr)
           END-PERFORM.

           PERFORM age-customer-orders.

           PERFORM VARYING act-ctr FROM 1 BY 1
               UNTIL act-ctr > act-count
               IF act-cust(act-ctr) = CUST-ID
                   PERFORM take-one-activity
               END-IF
           END-PERFORM.

           IF STM-ITEM-COUNT = 0 AND STM-CLOSING = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE STM-OPENING = STM-CLOSING - STM-INVOICED
               - STM-UNBILLED + STM-CREDITED + STM-PAID
               - STM-RETURNED.

           PERFORM sort-statement-items.

           MOVE "N" TO sent-by-mail.
           IF CUST-EMAIL-BAD NOT = "Y" AND CUST-NO-EMAIL NOT = "Y"
              AND CUST-EMAIL NOT = SPACES
               PERFORM mail-one-statement
           END-IF.

           IF sent-by-mail = "Y"
               MOVE "M" TO STM-DELIVERY
           ELSE
               MOVE "P" TO STM-DELIVERY
               PERFORM print-one-statement
           END-IF.

           PERFORM file-statement.
           ADD 1 TO stated-count.

      *****************************************************************
      *** The closing balance and its aging, order by order, the    ***
      *** same test and the same buckets as the AR aging report.    ***
      *** An open order not yet billed is also listed, since no     ***
      *** invoice line carries it yet.                              ***
      *****************************************************************
       age-customer-orders.

           MOVE CUST-ID TO ORD-CUST-ID.
           MOVE 0 TO ORD-NO.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "10" TO orders-file-status
           END-START.

           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
               PERFORM UNTIL orders-file-status NOT = "00"
                   OR ORD-CUST-ID NOT = CUST-ID
                   IF (ORD-STATUS = "O" OR ORD-STATUS = "B")
                      AND ORD-AMOUNT + ORD-TAX > ORD-PAID + ORD-CREDITED
                       PERFORM age-one-order
                   END-IF
                   READ orders-file NEXT RECORD
                       AT END MOVE "10" TO orders-file-status
                   END-READ
               END-PERFORM
           END-IF.
           MOVE "00" TO orders-file-status.

       age-one-order.

           COMPUTE order-open-amt = ORD-AMOUNT + ORD-TAX - ORD-PAID
               - ORD-CREDITED.
           ADD order-open-amt TO STM-CLOSING.

           COMPUTE order-date-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(ORD-CREATED(1:8))).
           COMPUTE order-age-days = run-date-int - order-date-int.

           EVALUATE TRUE
               WHEN order-age-days < 30
                   ADD order-open-amt TO STM-AGE-CURRENT
               WHEN order-age-days < 60
                   ADD order-open-amt TO STM-AGE-30
               WHEN order-age-days < 90
                   ADD order-open-amt TO STM-AGE-60
               WHEN OTHER
                   ADD order-open-amt TO STM-AGE-90
           END-EVALUATE.

           IF ORD-STATUS = "O"
               ADD order-open-amt TO STM-UNBILLED
               ADD 1 TO STM-ITEM-COUNT
               IF STM-ITEM-COUNT <= STM-ITEM-MAX
                   MOVE "U" TO STM-ITEM-TYPE(STM-ITEM-COUNT)
                   MOVE ORD-CREATED(1:8)
                       TO STM-ITEM-DATE(STM-ITEM-COUNT)
                   MOVE ORD-NO TO STM-ITEM-REF(STM-ITEM-COUNT)
                   MOVE order-open-amt
                       TO STM-ITEM-AMOUNT(STM-ITEM-COUNT)
               END-IF
           END-IF.

       take-one-activity.

           EVALUATE act-type(act-ctr)
               WHEN "I"
                   ADD act-amount(act-ctr) TO STM-INVOICED
               WHEN "C"
                   ADD act-amount(act-ctr) TO STM-CREDITED
               WHEN "R"
                   ADD act-amount(act-ctr) TO STM-RETURNED
               WHEN OTHER
                   ADD act-amount(act-ctr) TO STM-PAID
           END-EVALUATE.

           ADD 1 TO STM-ITEM-COUNT.
           IF STM-ITEM-COUNT <= STM-ITEM-MAX
               MOVE act-type(act-ctr) TO STM-ITEM-TYPE(STM-ITEM-COUNT)
               MOVE act-date(act-ctr) TO STM-ITEM-DATE(STM-ITEM-COUNT)
               MOVE act-ref(act-ctr) TO STM-ITEM-REF(STM-ITEM-COUNT)
               MOVE act-amount(act-ctr)
                   TO STM-ITEM-AMOUNT(STM-ITEM-COUNT)
           END-IF.

      *****************************************************************
      *** Date order for the listed items - never more than forty,  ***
      *** so a plain exchange sort does.                            ***
      *****************************************************************
       sort-statement-items.

           IF STM-ITEM-COUNT > STM-ITEM-MAX
               MOVE STM-ITEM-MAX TO item-kept
           ELSE
               MOVE STM-ITEM-COUNT TO item-kept
           END-IF.

           MOVE "Y" TO item-swapped.
           MOVE item-kept TO item-pass.
           PERFORM UNTIL item-swapped = "N" OR item-pass < 2
               MOVE "N" TO item-swapped
               PERFORM VARYING item-ctr FROM 1 BY 1
                   UNTIL item-ctr >= item-pass
                   IF STM-ITEM-DATE(item-ctr) >
                      STM-ITEM-DATE(item-ctr + 1)
                       PERFORM swap-statement-items
                   END-IF
               END-PERFORM
               SUBTRACT 1 FROM item-pass
           END-PERFORM.

       swap-statement-items.

           MOVE STM-ITEMS(item-ctr) TO item-swap.
           MOVE STM-ITEMS(item-ctr + 1) TO STM-ITEMS(item-ctr).
           MOVE item-swap TO STM-ITEMS(item-ctr + 1).
           MOVE "Y" TO item-swapped.

      *****************************************************************
      *** Built-in wording first, so a missing template still sends ***
      *** something sensible; composemail replaces it when the      ***
      *** statement template is readable.                           ***
      *****************************************************************
       mail-one-statement.

           PERFORM edit-statement-figures.

           MOVE SPACES TO mail-subject.
           STRING "Your account statement for " DELIMITED BY SIZE
                  period-words                  DELIMITED BY SIZE
               INTO mail-subject
           END-STRING.

           MOVE SPACES TO mail-body.
           STRING "Dear "                       DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-NAME)      DELIMITED BY SIZE
                  ", your statement for "       DELIMITED BY SIZE
                  period-words                  DELIMITED BY SIZE
                  ": opening balance "          DELIMITED BY SIZE
                  FUNCTION TRIM(mw-opening)     DELIMITED BY SIZE
                  ", invoiced "                 DELIMITED BY SIZE
                  FUNCTION TRIM(mw-invoiced)    DELIMITED BY SIZE
                  ", not yet invoiced "         DELIMITED BY SIZE
                  FUNCTION TRIM(mw-unbilled)    DELIMITED BY SIZE
                  ", credit notes "             DELIMITED BY SIZE
                  FUNCTION TRIM(mw-credited)    DELIMITED BY SIZE
                  ", payments received "        DELIMITED BY SIZE
                  FUNCTION TRIM(mw-paid)        DELIMITED BY SIZE
                  ", payments returned "        DELIMITED BY SIZE
                  FUNCTION TRIM(mw-returned)    DELIMITED BY SIZE
                  ", closing balance "          DELIMITED BY SIZE
                  FUNCTION TRIM(mw-closing)     DELIMITED BY SIZE
                  " (current "                  DELIMITED BY SIZE
                  FUNCTION TRIM(mw-current)     DELIMITED BY SIZE
                  ", 30 days "                  DELIMITED BY SIZE
                  FUNCTION TRIM(mw-30)          DELIMITED BY SIZE
                  ", 60 days "                  DELIMITED BY SIZE
                  FUNCTION TRIM(mw-60)          DELIMITED BY SIZE
                  ", 90 days and over "         DELIMITED BY SIZE
                  FUNCTION TRIM(mw-90)          DELIMITED BY SIZE
                  "). The full statement can be downloaded from "
                                                DELIMITED BY SIZE
                  "your account page."          DELIMITED BY SIZE
               INTO mail-body
           END-STRING.

           MOVE CUST-EMAIL TO mail-to-addr.
           MOVE CUST-LANG TO mail-lang.

           MOVE SPACES TO the-mailvars.
           MOVE "name" TO COW-varname(1).
           MOVE FUNCTION TRIM(CUST-NAME) TO COW-varvalue(1).
           MOVE "period" TO COW-varname(2).
           MOVE period-words TO COW-varvalue(2).
           MOVE "opening" TO COW-varname(3).
           MOVE FUNCTION TRIM(mw-opening) TO COW-varvalue(3).
           MOVE "invoiced" TO COW-varname(4).
           MOVE FUNCTION TRIM(mw-invoiced) TO COW-varvalue(4).
           MOVE "unbilled" TO COW-varname(5).
           MOVE FUNCTION TRIM(mw-unbilled) TO COW-varvalue(5).
           MOVE "credited" TO COW-varname(6).
           MOVE FUNCTION TRIM(mw-credited) TO COW-varvalue(6).
           MOVE "paid" TO COW-varname(7).
           MOVE FUNCTION TRIM(mw-paid) TO COW-varvalue(7).
           MOVE "closing" TO COW-varname(8).
           MOVE FUNCTION TRIM(mw-closing) TO COW-varvalue(8).
           MOVE "current" TO COW-varname(9).
           MOVE FUNCTION TRIM(mw-current) TO COW-varvalue(9).
           MOVE "d30" TO COW-varname(10).
           MOVE FUNCTION TRIM(mw-30) TO COW-varvalue(10).
           MOVE "d60" TO COW-varname(11).
           MOVE FUNCTION TRIM(mw-60) TO COW-varvalue(11).
           MOVE "d90" TO COW-varname(12).
           MOVE FUNCTION TRIM(mw-90) TO COW-varvalue(12).
           MOVE "returned" TO COW-varname(13).
           MOVE FUNCTION TRIM(mw-returned) TO COW-varvalue(13).
           MOVE "company" TO COW-varname(14).
           MOVE FUNCTION TRIM(CO-NAME) TO COW-varvalue(14).
           MOVE "letterhead" TO COW-varname(15).
           MOVE FUNCTION TRIM(CO-LETTERHEAD) TO COW-varvalue(15).
           MOVE "statement" TO mail-template.
           PERFORM compose-company-mail.

           MOVE "N" TO mail-accepted.
           CALL "sendmailq" USING mail-to-addr mail-subject
               mail-body mail-template mail-accepted END-CALL.

           IF mail-accepted = "Y"
               MOVE "Y" TO sent-by-mail
               ADD 1 TO mailed-count
           END-IF.

      *** The company's own template (statement-<tag>) when it has  ***
      *** one; composemail leaves the body alone when the template  ***
      *** is missing, and then the shared one is used.              ***
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

       edit-statement-figures.

           MOVE SPACES TO period-words.
           STRING stm-month(1:4)                DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  stm-month(5:2)                DELIMITED BY SIZE
               INTO period-words
           END-STRING.

           COMPUTE money-result = STM-OPENING.
           MOVE money-result TO display-result.
           MOVE display-result TO mw-opening.
           COMPUTE money-result = STM-INVOICED.
           MOVE money-result TO display-result.
           MOVE display-result TO mw-invoiced.
           COMPUTE money-result = STM-UNBILLED.
           MOVE money-result TO display-result.
           MOVE display-result TO mw-unbilled.
           COMPUTE money-result = STM-CREDITED.
           MOVE money-result TO display-result.
           MOVE display-result TO mw-credited.
           COMPUTE money-result = STM-PAID.
           MOVE money-result TO display-result.
           MOVE display-result TO mw-paid.
           COMPUTE money-result = STM-RETURNED.
           MOVE money-result TO display-result.
           MOVE display-result TO mw-returned.
           COMPUTE money-result = STM-CLOSING.
           MOVE money-result TO display-result.
           MOVE display-result TO mw-closing.
           COMPUTE money-result = STM-AGE-CURRENT.
           MOVE money-result TO display-result.
           MOVE display-result TO mw-current.
           COMPUTE money-result = STM-AGE-30.
           MOVE money-result TO display-result.
           MOVE display-result TO mw-30.
           COMPUTE money-result = STM-AGE-60.
           MOVE money-result TO display-result.
           MOVE display-result TO mw-60.
           COMPUTE money-result = STM-AGE-90.
           MOVE money-result TO display-result.
           MOVE display-result TO mw-90.

      *****************************************************************
      *** One statement per page: the address block a window        ***
      *** envelope shows, then formatstatement's lines - the same   ***
      *** text the portal download carries - then blank lines to    ***
      *** the foot of the page. A long statement runs on to a       ***
      *** second page and is padded out to the foot of that one.    ***
      *****************************************************************
       print-one-statement.

           CALL "formatstatement" USING statement-record
               statement-lines END-CALL.

           MOVE 0 TO lines-on-page.

           IF CO-LETTERHEAD NOT = SPACES
               MOVE CO-LETTERHEAD TO print-line
               PERFORM write-letter-line
           END-IF.
           MOVE STL-LINE(1) TO print-line.
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

           PERFORM VARYING stl-ctr FROM 2 BY 1
               UNTIL stl-ctr > STL-COUNT
               MOVE STL-LINE(stl-ctr) TO print-line
               PERFORM write-letter-line
           END-PERFORM.

           MOVE SPACES TO print-line.
           PERFORM UNTIL FUNCTION MOD(lines-on-page, PAGE-LINES) = 0
               PERFORM write-letter-line
           END-PERFORM.

           ADD 1 TO printed-count.

       write-letter-line.

           WRITE print-line.
           ADD 1 TO lines-on-page.
           MOVE SPACES TO print-line.

      *****************************************************************
      *** A rerun in the same month replaces the month's statement, ***
      *** so the portal always offers the last one issued. The      ***
      *** statement is worked out afresh from the billing datasets  ***
      *** every time, so like the printed reports it is not         ***
      *** journaled.                                                ***
      *****************************************************************
       file-statement.

           WRITE statement-record
               INVALID KEY
                   REWRITE statement-record
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE.

           IF statements-file-status NOT = "00"
               DISPLAY "custstatements: statement for " STM-CUST-ID
                   " could not be filed, status "
                   statements-file-status "."
           END-IF.
