      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly general ledger posting file for finance  ***
      *** UPDATE:  payments the bank returned are reversed          ***
      *** UPDATE:  an invoice's tax is credited to output tax, only ***
      ***          its net to sales                                 ***
      *** UPDATE:  approved bad-debt write-offs are charged to the  ***
      ***          bad-debt account                                 ***
      *** UPDATE:  foreign-currency receipts clear the receivable   ***
      ***          at the booked base and post the exchange gain or ***
      ***          loss                                             ***
      *** UPDATE:  one posting file per trading company             ***
      *****************************************************************
      *** Nightly batch step, after the payment intake and the      ***
      *** invoice run: the day's activity as double-entry journal   ***
      *** lines in data/glpostings.txt, for finance's ledger intake ***
      *** instead of monthly rekeying.                              ***
      ***   invoice cut today      DR receivable  CR sales (net)    ***
      ***                            (gross)     CR outputtax (tax) ***
      ***   receipt, applied part  DR bank        CR receivable     ***
      ***   receipt, rejected or   DR bank        CR suspense       ***
      ***     unapplied part         (the bank has the money, no    ***
      ***                            customer account does)         ***
      ***   payment returned by    DR receivable  CR bank           ***
      ***     the bank, applied      (its unapplied part:           ***
      ***     part                   DR suspense    CR bank)        ***
      ***   bad debt written off   DR baddebt     CR receivable     ***
      ***     today (approved)                                      ***
      ***   foreign receipt,       DR bank (base  CR receivable     ***
      ***     applied part           received)      (base booked)   ***
      ***                          and the difference: CR fxgain    ***
      ***                          when more came in, DR fxloss     ***
      ***                          when less (a return reverses it) ***
      *** Account numbers come from the chart-of-accounts mapping   ***
      *** in data/glaccounts.txt ("receivable=1100" and so on, the  ***
      *** same name=value shape as the other policy files); a       ***
      *** mapping missing from it stops the step before anything is ***
      *** written. A header record carries the run date, a trailer  ***
      *** the line count and the debit and credit control totals -  ***
      *** totals that don't agree fail the step (return code 8) so  ***
      *** nightlyrun halts there, and an unbalanced file is never   ***
      *** registered in the report spool. Record shapes:            ***
      ***   H|<run date>|<run stamp>                                ***
      ***   D|date|account|D or C|amount|source|reference|customer| ***
      ***     text            (source INV, PAY, REJ, RET, WOF or    ***
      ***     FXD for an exchange difference)                       ***
      ***   T|<line count>|<debit total>|<credit total>             ***
      *** Each trading company of data/companies.txt posts its own  ***
      *** books: the home company to data/glpostings.txt, any other ***
      *** to data/glpostings-<code>.txt, each from its own invoices ***
      *** and receipts with its own header, trailer and balance     ***
      *** check. The chart of accounts is shared.                   ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. glextract.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "invdef.cbl".
           COPY "rcpdef.cbl".

           SELECT chart-file
               ASSIGN TO "data/glaccounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS chart-file-status.

           SELECT extract-file
               ASSIGN TO extract-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS extract-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD invoices-file.
       01 invoice-record.
           COPY "invfld.cbl".

       FD receipts-file.
       01 receipt-record.
           COPY "rcpfld.cbl".

       FD chart-file.
       01 chart-line PIC X(80).

       FD extract-file.
       01 extract-line PIC X(200).

       WORKING-STORAGE SECTION.
       77 invoices-file-status PIC X(2).
       77 receipts-file-status PIC X(2).
       77 chart-file-status    PIC X(2).
       77 extract-file-status  PIC X(2).
       77 cfs-failed           PIC X(01).
       77 extract-file-name    PIC X(60) VALUE SPACES.

      *** Each trading company keeps its own books: one posting     ***
      *** file per company, from its own invoices and receipts.     ***
       77 gl-co-seq         PIC 9(2) VALUE 0.
       77 gl-co-found       PIC X(01) VALUE "Y".
       01 gl-company.
           COPY "cofld.cbl".
       77 co-match          PIC X(01).
       77 co-match-code     PIC X(4).

       77 run-date       PIC X(8).

      *** The chart-of-accounts mapping, one account per posting    ***
      *** role. Spaces after the load means the mapping is missing. ***
       77 acct-receivable PIC X(10) VALUE SPACES.
       77 acct-sales      PIC X(10) VALUE SPACES.
       77 acct-bank       PIC X(10) VALUE SPACES.
       77 acct-suspense   PIC X(10) VALUE SPACES.
       77 acct-outputtax  PIC X(10) VALUE SPACES.
       77 acct-baddebt    PIC X(10) VALUE SPACES.
       77 acct-fxgain     PIC X(10) VALUE SPACES.
       77 acct-fxloss     PIC X(10) VALUE SPACES.
       77 rcp-booked      PIC 9(9)V99.
       77 rcp-fx-gain     PIC 9(9)V99.
       77 rcp-fx-loss     PIC 9(9)V99.
       77 chart-name-text  PIC X(40).
       77 chart-value-text PIC X(40).

      *** One posting line, filled by the caller of write-posting.  ***
       01 posting-fields.
          05 gp-account PIC X(10).
          05 gp-side    PIC X(1).
          05 gp-amount  PIC 9(11)V99.
          05 gp-source  PIC X(3).
          05 gp-ref     PIC X(16).
          05 gp-cust    PIC X(10).
          05 gp-text    PIC X(40).

       77 line-count    PIC 9(7) USAGE COMP-5 VALUE 0.
       77 invoice-count PIC 9(7) USAGE COMP-5 VALUE 0.
       77 receipt-count PIC 9(7) USAGE COMP-5 VALUE 0.
       77 writeoff-count PIC 9(7) USAGE COMP-5 VALUE 0.
       77 debit-total   PIC 9(13)V99 VALUE 0.
       77 credit-total  PIC 9(13)V99 VALUE 0.
       77 count-disp    PIC Z(6)9.
       77 amount-disp   PIC Z(10)9.99.
       77 total-disp    PIC Z(12)9.99.
       77 total-disp-2  PIC Z(12)9.99.

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-glextract.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.

           PERFORM load-chart-of-accounts.
           IF acct-receivable = SPACES OR acct-sales = SPACES
              OR acct-bank = SPACES OR acct-suspense = SPACES
              OR acct-outputtax = SPACES OR acct-baddebt = SPACES
              OR acct-fxgain = SPACES OR acct-fxloss = SPACES
               DISPLAY "glextract: data/glaccounts.txt must map "
                   "receivable, sales, bank, suspense, outputtax, "
                   "baddebt, fxgain and fxloss."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING gl-co-seq FROM 1 BY 1
                   UNTIL gl-co-found NOT = "Y" OR gl-co-seq > 98
               MOVE SPACES TO gl-company
               CALL "getcompany" USING gl-co-seq gl-company
                   gl-co-found END-CALL
               IF gl-co-found = "Y"
                   PERFORM extract-one-company
               END-IF
           END-PERFORM.

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *****************************************************************
      *** One company's books: data/glpostings.txt for the home     ***
      *** company, data/glpostings-<code>.txt for any other, each   ***
      *** with its own header, trailer and control totals.          ***
      *****************************************************************
       extract-one-company.

           MOVE 0 TO line-count invoice-count receipt-count
               writeoff-count debit-total credit-total.
           MOVE SPACES TO extract-file-name.
           STRING "data/glpostings" DELIMITED BY SIZE
                  CO-FILE-TAG       DELIMITED BY SPACE
                  ".txt"            DELIMITED BY SIZE
               INTO extract-file-name
           END-STRING.

           OPEN OUTPUT extract-file.
           CALL 'checkfilestatus' USING extract-file-name
               extract-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           MOVE SPACES TO extract-line.
           STRING "H|" DELIMITED BY SIZE
                  run-date DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               INTO extract-line
           END-STRING.
           WRITE extract-line.

           PERFORM post-invoices.
           PERFORM post-receipts.

           MOVE line-count   TO count-disp.
           MOVE debit-total  TO total-disp.
           MOVE credit-total TO total-disp-2.
           MOVE SPACES TO extract-line.
           STRING "T|" DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(total-disp) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(total-disp-2) DELIMITED BY SIZE
               INTO extract-line
           END-STRING.
           WRITE extract-line.

           CLOSE extract-file.

           IF debit-total NOT = credit-total
               DISPLAY "glextract: OUT OF BALANCE - debits "
                   FUNCTION TRIM(total-disp) ", credits "
                   FUNCTION TRIM(total-disp-2) "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE extract-file-name TO rpt-reg-name.
           MOVE "glextract" TO rpt-reg-program.
           MOVE line-count TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           DISPLAY "glextract: " FUNCTION TRIM(extract-file-name)
               ": " invoice-count " invoice(s), "
               receipt-count " receipt(s), " writeoff-count
               " write-off(s), " line-count
               " posting line(s), balanced at "
               FUNCTION TRIM(total-disp) ".".

      *** A record's company code against the company in hand:      ***
      *** spaces, from before there were two, is the home company.  ***
       check-company-match.

           MOVE "N" TO co-match.
           IF co-match-code = CO-CODE
              OR (co-match-code = SPACES AND CO-HOME = "Y")
               MOVE "Y" TO co-match
           END-IF.

      *****************************************************************
      *** Same name=value shape as the other policy files; the      ***
      *** eight posting roles are the names that matter.            ***
      *****************************************************************
       load-chart-of-accounts.

           OPEN INPUT chart-file.
           IF chart-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ chart-file
               AT END MOVE "10" TO chart-file-status
           END-READ.
           PERFORM UNTIL chart-file-status NOT = "00"
               PERFORM apply-one-chart-line
               READ chart-file
                   AT END MOVE "10" TO chart-file-status
               END-READ
           END-PERFORM.

           CLOSE chart-file.

       apply-one-chart-line.

           MOVE SPACES TO chart-name-text chart-value-text.
           UNSTRING chart-line DELIMITED BY "="
               INTO chart-name-text chart-value-text
           END-UNSTRING.

           EVALUATE FUNCTION TRIM(chart-name-text)
               WHEN "receivable"
                   MOVE FUNCTION TRIM(chart-value-text)
                       TO acct-receivable
               WHEN "sales"
                   MOVE FUNCTION TRIM(chart-value-text) TO acct-sales
               WHEN "bank"
                   MOVE FUNCTION TRIM(chart-value-text) TO acct-bank
               WHEN "suspense"
                   MOVE FUNCTION TRIM(chart-value-text)
                       TO acct-suspense
               WHEN "outputtax"
                   MOVE FUNCTION TRIM(chart-value-text)
                       TO acct-outputtax
               WHEN "baddebt"
                   MOVE FUNCTION TRIM(chart-value-text)
                       TO acct-baddebt
               WHEN "fxgain"
                   MOVE FUNCTION TRIM(chart-value-text)
                       TO acct-fxgain
               WHEN "fxloss"
                   MOVE FUNCTION TRIM(chart-value-text)
                       TO acct-fxloss
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *** Every invoice cut today raises the receivable by its      ***
      *** gross, the sale by its net and output tax by its tax. An  ***
      *** invoice with no tax posts its whole amount to sales.      ***
      *****************************************************************
       post-invoices.

           OPEN INPUT invoices-file.
           IF invoices-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ invoices-file NEXT RECORD
               AT END MOVE "10" TO invoices-file-status
           END-READ.
           PERFORM UNTIL invoices-file-status NOT = "00"
               MOVE INV-COMPANY TO co-match-code
               PERFORM check-company-match
               IF co-match NOT = "Y"
                   CONTINUE
               ELSE
               IF INV-CREATED(1:8) = run-date
                  AND INV-AMOUNT > 0
                   ADD 1 TO invoice-count
                   MOVE INV-AMOUNT  TO gp-amount
                   MOVE "INV"       TO gp-source
                   MOVE INV-NO      TO gp-ref
                   MOVE INV-CUST-ID TO gp-cust
                   MOVE "invoice cut" TO gp-text
                   MOVE acct-receivable TO gp-account
                   MOVE "D" TO gp-side
                   PERFORM write-posting
                   COMPUTE gp-amount = INV-AMOUNT - INV-TAX
                   MOVE acct-sales TO gp-account
                   MOVE "C" TO gp-side
                   PERFORM write-posting
                   IF INV-TAX > 0
                       MOVE INV-TAX TO gp-amount
                       MOVE "invoice tax" TO gp-text
                       MOVE acct-outputtax TO gp-account
                       PERFORM write-posting
                   END-IF
               END-IF
               IF INV-WO-DATE = run-date
                  AND INV-WO-AMOUNT > 0
                   PERFORM post-one-writeoff
               END-IF
               END-IF
               READ invoices-file NEXT RECORD
                   AT END MOVE "10" TO invoices-file-status
               END-READ
           END-PERFORM.

           CLOSE invoices-file.

      *****************************************************************
      *** A bad debt written off today: the receivable it leaves    ***
      *** is charged to bad-debt expense - no cash, so no bank.     ***
      *****************************************************************
       post-one-writeoff.

           ADD 1 TO writeoff-count.
           MOVE INV-WO-AMOUNT TO gp-amount.
           MOVE "WOF"       TO gp-source.
           MOVE INV-NO      TO gp-ref.
           MOVE INV-CUST-ID TO gp-cust.
           MOVE "bad debt written off" TO gp-text.
           MOVE acct-baddebt TO gp-account.
           MOVE "D" TO gp-side.
           PERFORM write-posting.
           MOVE acct-receivable TO gp-account.
           MOVE "C" TO gp-side.
           PERFORM write-posting.

      *****************************************************************
      *** Every receipt the intake took in today: the applied part  ***
      *** clears receivable, whatever was rejected or left over     ***
      *** goes to suspense - either way the bank has it.            ***
      *****************************************************************
       post-receipts.

           OPEN INPUT receipts-file.
           IF receipts-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ receipts-file NEXT RECORD
               AT END MOVE "10" TO receipts-file-status
           END-READ.
           PERFORM UNTIL receipts-file-status NOT = "00"
               MOVE RCP-COMPANY TO co-match-code
               PERFORM check-company-match
               IF RCP-RUN-DATE = run-date AND co-match = "Y"
                   ADD 1 TO receipt-count
                   PERFORM post-one-receipt
               END-IF
               IF RCP-STATUS = "X" AND RCP-RETURN-DATE = run-date
                  AND co-match = "Y"
                   PERFORM post-one-return
               END-IF
               READ receipts-file NEXT RECORD
                   AT END MOVE "10" TO receipts-file-status
               END-READ
           END-PERFORM.

           CLOSE receipts-file.

       post-one-receipt.

           MOVE RCP-BANK-REF TO gp-ref.
           MOVE RCP-CUST-ID  TO gp-cust.
           PERFORM split-fx-difference.

           IF RCP-APPLIED > 0
               MOVE RCP-APPLIED TO gp-amount
               MOVE "PAY" TO gp-source
               MOVE "payment applied" TO gp-text
               MOVE acct-bank TO gp-account
               MOVE "D" TO gp-side
               PERFORM write-posting
               IF rcp-fx-loss > 0
                   MOVE rcp-fx-loss TO gp-amount
                   MOVE "FXD" TO gp-source
                   MOVE "exchange loss on settlement" TO gp-text
                   MOVE acct-fxloss TO gp-account
                   PERFORM write-posting
               END-IF
               MOVE rcp-booked TO gp-amount
               MOVE "PAY" TO gp-source
               MOVE "payment applied" TO gp-text
               MOVE acct-receivable TO gp-account
               MOVE "C" TO gp-side
               PERFORM write-posting
               IF rcp-fx-gain > 0
                   MOVE rcp-fx-gain TO gp-amount
                   MOVE "FXD" TO gp-source
                   MOVE "exchange gain on settlement" TO gp-text
                   MOVE acct-fxgain TO gp-account
                   PERFORM write-posting
               END-IF
           END-IF.

           IF RCP-UNAPPLIED > 0
               MOVE RCP-UNAPPLIED TO gp-amount
               MOVE "REJ" TO gp-source
               MOVE RCP-REASON TO gp-text
               MOVE acct-bank TO gp-account
               MOVE "D" TO gp-side
               PERFORM write-posting
               MOVE acct-suspense TO gp-account
               MOVE "C" TO gp-side
               PERFORM write-posting
           END-IF.

      *****************************************************************
      *** A payment the bank took back today: the exact reverse of  ***
      *** what its receipt posted, so receivable is owed again and  ***
      *** whatever sat in suspense leaves it.                       ***
      *****************************************************************
       post-one-return.

           MOVE RCP-BANK-REF TO gp-ref.
           MOVE RCP-CUST-ID  TO gp-cust.
           MOVE RCP-REASON   TO gp-text.
           MOVE "RET" TO gp-source.
           PERFORM split-fx-difference.

           IF RCP-APPLIED > 0
               MOVE rcp-booked TO gp-amount
               MOVE acct-receivable TO gp-account
               MOVE "D" TO gp-side
               PERFORM write-posting
               IF rcp-fx-gain > 0
                   MOVE rcp-fx-gain TO gp-amount
                   MOVE "FXD" TO gp-source
                   MOVE acct-fxgain TO gp-account
                   PERFORM write-posting
               END-IF
               MOVE RCP-APPLIED TO gp-amount
               MOVE "RET" TO gp-source
               MOVE acct-bank TO gp-account
               MOVE "C" TO gp-side
               PERFORM write-posting
               IF rcp-fx-loss > 0
                   MOVE rcp-fx-loss TO gp-amount
                   MOVE "FXD" TO gp-source
                   MOVE acct-fxloss TO gp-account
                   PERFORM write-posting
               END-IF
               MOVE "RET" TO gp-source
           END-IF.

           IF RCP-UNAPPLIED > 0
               MOVE RCP-UNAPPLIED TO gp-amount
               MOVE acct-suspense TO gp-account
               MOVE "D" TO gp-side
               PERFORM write-posting
               MOVE acct-bank TO gp-account
               MOVE "C" TO gp-side
               PERFORM write-posting
           END-IF.

      *****************************************************************
      *** What the applied part relieved the receivable of: the     ***
      *** base it was booked at for a payment in the customer's     ***
      *** currency, the applied amount itself otherwise. The gap    ***
      *** between that and the base that came in is the exchange    ***
      *** gain or loss.                                             ***
      *****************************************************************
       split-fx-difference.

           MOVE RCP-APPLIED TO rcp-booked.
           MOVE 0 TO rcp-fx-gain rcp-fx-loss.
           IF RCP-CURRENCY = SPACES OR RCP-FX-APPLIED = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE RCP-FX-BOOKED TO rcp-booked.
           IF RCP-FX-DIFF > 0
               MOVE RCP-FX-DIFF TO rcp-fx-gain
           ELSE
               COMPUTE rcp-fx-loss = 0 - RCP-FX-DIFF
           END-IF.

      *****************************************************************
      *** One journal line out, and into the control totals the     ***
      *** trailer proves.                                           ***
      *****************************************************************
       write-posting.

           IF gp-side = "D"
               ADD gp-amount TO debit-total
           ELSE
               ADD gp-amount TO credit-total
           END-IF.
           ADD 1 TO line-count.

           MOVE gp-amount TO amount-disp.
           MOVE SPACES TO extract-line.
           STRING "D|" DELIMITED BY SIZE
                  run-date DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(gp-account) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  gp-side DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(amount-disp) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  gp-source DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(gp-ref) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(gp-cust) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(gp-text) DELIMITED BY SIZE
               INTO extract-line
           END-STRING.
           WRITE extract-line.
