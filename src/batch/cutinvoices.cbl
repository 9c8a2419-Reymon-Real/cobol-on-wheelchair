      *** UPDATE:  the customer's preferred language picks the      ***
      ***          template, and a do-not-email preference skips    ***
      ***          the spool (the paper copy still goes)            ***
      *** UPDATE:  new invoices start with nothing credited and no  ***
      ***          dunning stage                                    ***
      *** UPDATE:  every order is billed under a tax code and the   ***
      ***          invoice carries net, tax and gross per code      ***
      *** UPDATE:  optionally bill goods orders only once           ***
      ***          dispatched (BILLDISPATCHED)                      ***
      *** UPDATE:  branches billed to their parent go on one        ***
      ***          consolidated invoice to the parent with a line   ***
      ***          per branch                                       ***
      *** UPDATE:  a customer with a billing currency is invoiced   ***
      ***          in it at the rate in force on the invoice date   ***
      *** UPDATE:  each trading company invoices from its own       ***
      ***          number series and templates                      ***
      *** UPDATE:  each invoice is stamped with a due date from the ***
      ***          customer's payment terms                         ***
      *** UPDATE:  the customer is opened before the invoice is     ***
      ***          addressed                                        ***
      *** UPDATE:  orders held for approval are left unbilled and   ***
      ***          counted                                          ***
      *****************************************************************
      *** Nightly batch step: cuts one invoice per customer with    ***
      *** unbilled (status "O") orders. The orders dataset is keyed ***
      *** the emailed figure reads exactly like the on-screen one.  ***
      *** A customer with no usable email still gets the invoice    ***
      *** record (INV-MAILED "N"); the front desk prints those.     ***
      *** Each order is billed under a tax code: one already on the ***
      *** order is kept; otherwise an exempt or zero-rated customer ***
      *** (CUST-TAX-CODE E or Z) stays so, else the product's own   ***
      *** code, else the customer's default, else standard. The     ***
      *** rate is the one in force today (lookuptax); the tax is    ***
      *** worked out and rounded per order and stamped on it, and   ***
      *** the invoice adds the orders up into net, tax and gross    ***
      *** per code - so the tax return can rebuild every invoice    ***
      *** from its orders to the cent. An order whose code has no   ***
      *** rate in force is left unbilled and reported; the next run ***
      *** picks it up once the rate is filed.                       ***
      *** With BILLDISPATCHED set to 1 in the runtime configuration ***
      *** a goods order still in the warehouse (awaiting pick or    ***
      *** picked) is left unbilled until it is dispatched; orders   ***
      *** with nothing to ship are billed as before.                ***
      *** A branch whose customer record says bill the parent       ***
      *** (CUST-BILL-TO "P") is not invoiced on its own: a second   ***
      *** pass bills each such parent's own orders and then its     ***
      *** branches' onto one invoice to the parent, each branch's   ***
      *** net, tax and order count kept as a line of the invoice    ***
      *** (INV-BRANCH). A parent with more than 20 billing branches ***
      *** gets more than one invoice. The orders keep their own     ***
      *** customer id; the mail uses the "invoicegroup" template.   ***
      *** A bill-to customer with a billing currency                ***
      *** (CUST-CURRENCY) is invoiced in it at the rate in force on ***
      *** the invoice date (getfxrate): each order's gross is       ***
      *** converted and stamped on it with the rate, the invoice    ***
      *** carries the converted totals beside the base ones, and    ***
      *** the mail shows the currency figures with the base         ***
      *** equivalent. With no rate on file for the currency the     ***
      *** customer's orders are left unbilled and reported, like an ***
      *** order with no tax rate in force.                          ***
      *** Each bill-to customer is invoiced by the trading company  ***
      *** it deals with (CUST-COMPANY, getcompany): the invoice     ***
      *** number is drawn from that company's own key counter and   ***
      *** carries its prefix, the invoice and its orders are        ***
      *** stamped with the company, and a company with a mail tag   ***
      *** has its invoices worded by its own templates, with its    ***
      *** name and letterhead available to them. A customer naming  ***
      *** a company data/companies.txt doesn't know is held and     ***
      *** reported.                                                 ***
      *** Each invoice falls due on the bill-to customer's payment  ***
      *** terms (CUST-TERMS-TYPE/-DAYS, else the configured         ***
      *** default): getduedate works the date out from the invoice  ***
      *** date, past weekends and holidays, and the invoice carries ***
      *** it with the terms used; the mail asks for payment by that ***
      *** date.                                                     ***
      *** An order held for approval over the order-value limit     ***
      *** (status "H") is not billed until it is approved; the run  ***
      *** counts those it passed over.                              ***
      *****************************************************************

       IDENTIFICATION DIVISION.
           COPY "orderdef.cbl".
           COPY "custdef.cbl".
           COPY "invdef.cbl".
           COPY "proddef.cbl".

       DATA DIVISION.
       FILE SECTION.
       01 invoice-record.
           COPY "invfld.cbl".

       FD products-file.
       01 product-record.
           COPY "prodfld.cbl".

       WORKING-STORAGE SECTION.
       77 orders-file-status    PIC X(2).
       77 customers-file-status PIC X(2).
       77 open-result           PIC X(01).
       77 invoices-file-status  PIC X(2).
       77 products-file-status  PIC X(2).

       77 inv-new-key      PIC 9(10) VALUE 0.
       77 inv-new-key-disp PIC Z(9)9.
       77 inv-number       PIC X(10) VALUE SPACES.
       77 inv-cust         PIC X(10) VALUE SPACES.
       77 inv-total        PIC 9(11)V99 VALUE 0.
       77 inv-tax-total    PIC 9(11)V99 VALUE 0.
       77 inv-order-count  PIC 9(4) VALUE 0.

      *** The running invoice's net and tax per tax code, in the    ***
      *** order the codes first turned up - what INV-TAX-LINE gets. ***
       77 itl-count        PIC 9(1) VALUE 0.
       77 itl-ctr          PIC 9(1).
       77 itl-hit          PIC 9(1).
       01 inv-tax-table.
          05 itl-line OCCURS 4 TIMES.
             10 itl-code   PIC X(1).
             10 itl-rate   PIC 9(3)V99.
             10 itl-net    PIC 9(11)V99.
             10 itl-tax    PIC 9(11)V99.

      *** Tax code resolution for the order in hand.                ***
       77 tax-cust         PIC X(10) VALUE SPACES.
       77 tax-cust-code    PIC X(1) VALUE SPACES.
       77 tax-code         PIC X(1).
       77 tax-rate         PIC 9(3)V99.
       77 tax-result       PIC X(01).
       77 tax-today        PIC X(8).
       77 tax-rate-disp    PIC ZZ9.99.
       77 tax-word         PIC X(12).
       77 held-count       PIC 9(5) USAGE COMP-5 VALUE 0.

      *** The bill-to customer's currency and today's rate for it,  ***
      *** looked up once per customer; bill-currency and the rest   ***
      *** belong to the running invoice.                            ***
       77 fx-cust          PIC X(10) VALUE SPACES.
       77 fx-currency      PIC X(3) VALUE SPACES.
       77 fx-rate          PIC 9(7)V9(6) VALUE 0.
       77 fx-found         PIC X(01) VALUE "Y".
       77 fx-held-count    PIC 9(5) USAGE COMP-5 VALUE 0.
       77 bill-currency    PIC X(3) VALUE SPACES.
       77 bill-fx-rate     PIC 9(7)V9(6) VALUE 0.
       77 bill-fx-net      PIC 9(11)V99 VALUE 0.
       77 bill-fx-tax      PIC 9(11)V99 VALUE 0.

      *** The running invoice's payment terms, defaults resolved,   ***
      *** and the due date getduedate worked out from them.         ***
       77 bill-terms-type  PIC X(1) VALUE SPACES.
       77 bill-terms-days  PIC 9(3) VALUE 0.
       77 bill-due-date    PIC X(8) VALUE SPACES.
       77 mail-due-text    PIC X(10) VALUE SPACES.

      *** The trading company the bill-to customer deals with, read ***
      *** with the currency: its invoice number series, its prefix  ***
      *** and its mail templates.                                   ***
       77 fx-company       PIC X(4) VALUE SPACES.
       77 fx-terms-type    PIC X(1) VALUE SPACES.
       77 fx-terms-days    PIC 9(3) VALUE 0.
       77 bill-co-seq      PIC 9(2) VALUE 0.
       77 bill-co-found    PIC X(01) VALUE "Y".
       01 bill-company.
           COPY "cofld.cbl".
       77 co-held-count    PIC 9(5) USAGE COMP-5 VALUE 0.
      *** The running invoice's company - by the time an invoice is ***
      *** finished the next customer's has been looked up.          ***
       77 inv-co-code      PIC X(4) VALUE SPACES.
       77 inv-co-name      PIC X(60) VALUE SPACES.
       77 inv-co-letterhead PIC X(100) VALUE SPACES.
       77 inv-co-mail-tag  PIC X(8) VALUE SPACES.
       77 mail-body-builtin PIC X(500).
       77 mail-base-template PIC X(30).
       77 order-fx-net     PIC 9(9)V99.
       77 fx-money-disp    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 fx-rate-disp     PIC Z(6)9.9(6).
       77 mail-total-text  PIC X(90).
       77 mail-net-text    PIC X(40).
       77 mail-tax-text    PIC X(40).

      *** BILLDISPATCHED from the runtime configuration: 1 leaves   ***
      *** goods that have not left the warehouse unbilled.          ***
       77 cfg-key-name     PIC X(30).
       77 cfg-default      PIC 9(12).
       77 cfg-result       PIC 9(12).
       77 bill-dispatched  PIC X(01) VALUE "N".
       77 undispatched-count PIC 9(5) USAGE COMP-5 VALUE 0.
       77 unapproved-count PIC 9(5) USAGE COMP-5 VALUE 0.

      *** Consolidated billing: every branch billed to its parent   ***
      *** (CUST-BILL-TO "P"), read off the customer master before   ***
      *** the run, and the distinct parents they roll up to. The    ***
      *** first pass leaves all their orders alone; the second      ***
      *** bills each parent's group onto one invoice.               ***
       78 consol-max VALUE 500.
       78 cp-max     VALUE 200.
       01 consol-table.
          05 consol-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 consol-entry OCCURS 500 TIMES.
             10 cn-branch PIC X(10).
             10 cn-parent PIC X(10).
       01 cp-table.
          05 cp-count  PIC 9(4) USAGE COMP-5 VALUE 0.
          05 cp-parent PIC X(10) OCCURS 200 TIMES.
       77 consol-ctr   PIC 9(4) USAGE COMP-5.
       77 cp-ctr       PIC 9(4) USAGE COMP-5.
       77 cp-found     PIC X(01).
       77 consol-cust  PIC X(10) VALUE SPACES.
       77 consol-flag  PIC X(01) VALUE "N".
       77 bill-cust    PIC X(10) VALUE SPACES.
       77 walk-cust    PIC X(10) VALUE SPACES.
       77 order-billed PIC X(01) VALUE "N".
       77 group-count  PIC 9(5) USAGE COMP-5 VALUE 0.

      *** The running invoice's per-branch lines - INV-BRANCH. A    ***
      *** parent with more branches than that is split over more    ***
      *** than one invoice.                                         ***
       78 branch-max VALUE 20.
       01 branch-lines.
          05 bl-count PIC 9(2) VALUE 0.
          05 bl-entry OCCURS 20 TIMES.
             10 bl-cust   PIC X(10).
             10 bl-net    PIC 9(11)V99.
             10 bl-tax    PIC 9(11)V99.
             10 bl-orders PIC 9(4).
       77 bl-ctr         PIC 9(2).
       77 bl-hit         PIC 9(2).
       77 bl-gross       PIC 9(11)V99.
       77 branch-summary PIC X(400).
       77 branch-sum-ptr PIC 9(4) USAGE COMP-5.

       77 invoice-count    PIC 9(5) USAGE COMP-5 VALUE 0.
       77 mailed-count     PIC 9(5) USAGE COMP-5 VALUE 0.
       77 suppressed-count PIC 9(5) USAGE COMP-5 VALUE 0.
      *** carries, so the emailed total reads like the screen one.  ***
       77 money-result   PIC S9(18)V99 VALUE 0.
       77 display-result PIC $ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       77 net-result     PIC $ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       77 tax-result-disp PIC $ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       77 line-net-disp  PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 line-tax-disp  PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 tax-summary    PIC X(300).
       77 tax-sum-ptr    PIC 9(4) USAGE COMP-5.

       77 mail-to-addr  PIC X(90).
       77 mail-subject  PIC X(90).
           END-IF.

           MOVE SPACES TO inv-cust.
           MOVE FUNCTION CURRENT-DATE(1:8) TO tax-today.

           MOVE "BILLDISPATCHED" TO cfg-key-name.
           MOVE 0 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           IF cfg-result = 1
               MOVE "Y" TO bill-dispatched
           END-IF.

           PERFORM load-consolidation.

           READ orders-file NEXT RECORD
               AT END MOVE "10" TO orders-file-status
           END-READ.

           PERFORM UNTIL orders-file-status NOT = "00"
               IF ORD-STATUS = "H"
                   ADD 1 TO unapproved-count
               END-IF
               IF ORD-STATUS = "O"
                   PERFORM judge-consolidated
                   IF consol-flag = "N"
                       MOVE ORD-CUST-ID TO bill-cust
                       PERFORM consider-unbilled-order
                   END-IF
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               PERFORM finish-one-invoice
           END-IF.

           PERFORM bill-parent-groups.

           CLOSE orders-file.

           DISPLAY "cutinvoices: " invoice-count " invoice(s) cut ("
               group-count " consolidated), "
               mailed-count " mailed, " suppressed-count
               " suppressed address(es) skipped, " held-count
               " order(s) held with no tax rate in force, "
               fx-held-count " with no exchange rate, "
               co-held-count " with no trading company, "
               undispatched-count " awaiting dispatch, "
               unapproved-count " awaiting approval.".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *** With BILLDISPATCHED on, goods still in the warehouse      ***
      *** wait.                                                     ***
       consider-unbilled-order.

           MOVE "N" TO order-billed.
           IF bill-dispatched = "Y"
              AND (ORD-FUL-STATUS = "A" OR ORD-FUL-STATUS = "K")
               ADD 1 TO undispatched-count
           ELSE
               PERFORM bill-one-order
           END-IF.

      *****************************************************************
      *** A different bill-to customer means the running invoice    ***
      *** (if any) is complete; the first unbilled order of the new ***
      *** one mints the next number. bill-cust is the order's own   ***
      *** customer, or the parent a branch's orders are billed to.  ***
      *****************************************************************
       bill-one-order.

           PERFORM resolve-bill-currency.
           IF bill-co-found NOT = "Y"
               ADD 1 TO co-held-count
               DISPLAY "cutinvoices: order " ORD-CUST-ID "/" ORD-NO
                   " held - no trading company " fx-company
                   " in data/companies.txt."
               EXIT PARAGRAPH
           END-IF.
           IF fx-found NOT = "Y"
               ADD 1 TO fx-held-count
               DISPLAY "cutinvoices: order " ORD-CUST-ID "/" ORD-NO
                   " held - no exchange rate for " fx-currency "."
               EXIT PARAGRAPH
           END-IF.

           PERFORM resolve-order-tax.
           IF tax-result NOT = "Y"
               ADD 1 TO held-count
               DISPLAY "cutinvoices: order " ORD-CUST-ID "/" ORD-NO
                   " held - no rate in force for tax code "
                   tax-code "."
               EXIT PARAGRAPH
           END-IF.

           IF bill-cust NOT = inv-cust
               IF inv-cust NOT = SPACES
                   PERFORM finish-one-invoice
               END-IF
               CALL "getnextkey" USING CO-KEY-NAME inv-new-key
                   END-CALL
               IF inv-new-key = 0
                   DISPLAY "cutinvoices: could not mint an invoice "
                   STOP RUN
               END-IF
               MOVE inv-new-key TO inv-new-key-disp
               MOVE SPACES TO inv-number
               STRING CO-INV-PREFIX DELIMITED BY SPACE
                      FUNCTION TRIM(inv-new-key-disp)
                                    DELIMITED BY SIZE
                   INTO inv-number
               END-STRING
               MOVE bill-cust TO inv-cust
               MOVE 0 TO inv-total
               MOVE 0 TO inv-tax-total
               MOVE 0 TO inv-order-count
               MOVE 0 TO itl-count
               INITIALIZE inv-tax-table
               INITIALIZE branch-lines
               MOVE fx-currency TO bill-currency
               MOVE fx-company TO inv-co-code
               MOVE CO-NAME TO inv-co-name
               MOVE CO-LETTERHEAD TO inv-co-letterhead
               MOVE CO-MAIL-TAG TO inv-co-mail-tag
               MOVE fx-rate TO bill-fx-rate
               MOVE 0 TO bill-fx-net bill-fx-tax
               MOVE fx-terms-type TO bill-terms-type
               MOVE fx-terms-days TO bill-terms-days
               CALL "getduedate" USING tax-today bill-terms-type
                   bill-terms-days bill-due-date END-CALL
           END-IF.

           MOVE order-record TO jf-before.
           MOVE tax-code TO ORD-TAX-CODE.
           MOVE tax-rate TO ORD-TAX-RATE.
           COMPUTE ORD-TAX ROUNDED = ORD-AMOUNT * tax-rate / 100.
           PERFORM convert-billed-order.
           MOVE inv-number TO ORD-INVOICE.
           MOVE fx-company TO ORD-COMPANY.
           MOVE "B" TO ORD-STATUS.
           MOVE FUNCTION CURRENT-DATE TO ORD-CHANGED.
           REWRITE order-record
           END-REWRITE.

           ADD ORD-AMOUNT TO inv-total.
           ADD ORD-TAX TO inv-tax-total.
           ADD 1 TO inv-order-count.
           PERFORM add-to-tax-line.
           MOVE "Y" TO order-billed.

      *****************************************************************
      *** The currency the order's bill-to customer is invoiced in  ***
      *** and the rate in force today. Orders come grouped by       ***
      *** bill-to customer, so the master and the rate are read     ***
      *** once each.                                                ***
      *****************************************************************
       resolve-bill-currency.

           IF bill-cust = fx-cust
               EXIT PARAGRAPH
           END-IF.
           MOVE bill-cust TO fx-cust.
           MOVE SPACES TO fx-currency fx-company fx-terms-type.
           MOVE 0 TO fx-terms-days.

           OPEN INPUT customers-file.
           IF customers-file-status = "00"
               MOVE bill-cust TO CUST-ID
               READ customers-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-CURRENCY TO fx-currency
                       MOVE CUST-COMPANY TO fx-company
                       MOVE CUST-TERMS-TYPE TO fx-terms-type
                       IF CUST-TERMS-DAYS IS NUMERIC
                           MOVE CUST-TERMS-DAYS TO fx-terms-days
                       END-IF
               END-READ
               CLOSE customers-file
           END-IF.

           CALL "getfxrate" USING fx-currency tax-today fx-rate
               fx-found END-CALL.

           MOVE SPACES TO bill-company.
           MOVE fx-company TO CO-CODE.
           MOVE 0 TO bill-co-seq.
           CALL "getcompany" USING bill-co-seq bill-company
               bill-co-found END-CALL.

      *** The order's gross in the invoice currency, converted on   ***
      *** its own so the invoice is exactly the sum of its orders;  ***
      *** whatever was already paid against it in base counts as    ***
      *** paid in the currency too.                                 ***
       convert-billed-order.

           MOVE bill-currency TO ORD-CURRENCY.
           IF bill-currency = SPACES
               MOVE 0 TO ORD-FX-RATE ORD-FX-AMOUNT ORD-FX-PAID
               EXIT PARAGRAPH
           END-IF.

           MOVE bill-fx-rate TO ORD-FX-RATE.
           COMPUTE order-fx-net ROUNDED = ORD-AMOUNT * bill-fx-rate.
           COMPUTE ORD-FX-AMOUNT ROUNDED =
               (ORD-AMOUNT + ORD-TAX) * bill-fx-rate.
           COMPUTE ORD-FX-PAID ROUNDED = ORD-PAID * bill-fx-rate.
           ADD order-fx-net TO bill-fx-net.
           COMPUTE bill-fx-tax = bill-fx-tax + ORD-FX-AMOUNT
               - order-fx-net.

      *****************************************************************
      *** The code the order is billed under and its rate today.    ***
      *** The customer's default is read once per customer - the    ***
      *** orders come grouped by customer.                          ***
      *****************************************************************
       resolve-order-tax.

           IF ORD-CUST-ID NOT = tax-cust
               MOVE ORD-CUST-ID TO tax-cust
               MOVE SPACES TO tax-cust-code
               OPEN INPUT customers-file
               IF customers-file-status = "00"
                   MOVE ORD-CUST-ID TO CUST-ID
                   READ customers-file
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CUST-TAX-CODE TO tax-cust-code
                   END-READ
                   CLOSE customers-file
               END-IF
           END-IF.

           MOVE ORD-TAX-CODE TO tax-code.
           IF tax-code = SPACES
               IF tax-cust-code = "E" OR tax-cust-code = "Z"
                   MOVE tax-cust-code TO tax-code
               ELSE
                   PERFORM take-product-tax-code
               END-IF
           END-IF.
           IF tax-code = SPACES
               MOVE tax-cust-code TO tax-code
           END-IF.
           IF tax-code = SPACES
               MOVE "S" TO tax-code
           END-IF.

           CALL "lookuptax" USING tax-code tax-today tax-rate
               tax-result END-CALL.

       take-product-tax-code.

           IF ORD-PROD-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT products-file.
           IF products-file-status = "00"
               MOVE ORD-PROD-CODE TO PROD-CODE
               READ products-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PROD-TAX-CODE TO tax-code
               END-READ
               CLOSE products-file
           END-IF.

       add-to-tax-line.

           MOVE 0 TO itl-hit.
           PERFORM VARYING itl-ctr FROM 1 BY 1
                   UNTIL itl-ctr > itl-count OR itl-hit > 0
               IF itl-code(itl-ctr) = tax-code
                   MOVE itl-ctr TO itl-hit
               END-IF
           END-PERFORM.

      *** Four codes exist, so the table can't overflow.            ***
           IF itl-hit = 0
               ADD 1 TO itl-count
               MOVE itl-count TO itl-hit
               MOVE tax-code TO itl-code(itl-hit)
               MOVE tax-rate TO itl-rate(itl-hit)
           END-IF.

           ADD ORD-AMOUNT TO itl-net(itl-hit).
           ADD ORD-TAX TO itl-tax(itl-hit).

       finish-one-invoice.

           PERFORM write-invoice-record.
           PERFORM mail-one-invoice.
           ADD 1 TO invoice-count.
           IF bl-count > 0
               ADD 1 TO group-count
           END-IF.
           MOVE SPACES TO inv-cust.

       write-invoice-record.
               MOVE SPACES TO invoice-record
               MOVE inv-number TO INV-NO
               MOVE inv-cust   TO INV-CUST-ID
               COMPUTE INV-AMOUNT = inv-total + inv-tax-total
               MOVE inv-total  TO INV-NET
               MOVE inv-tax-total TO INV-TAX
               MOVE itl-count  TO INV-TAX-LINES
               PERFORM VARYING itl-ctr FROM 1 BY 1 UNTIL itl-ctr > 4
                   MOVE itl-code(itl-ctr) TO INV-TAX-CODE(itl-ctr)
                   MOVE itl-rate(itl-ctr) TO INV-TAX-RATE(itl-ctr)
                   MOVE itl-net(itl-ctr)  TO INV-TAX-NET(itl-ctr)
                   MOVE itl-tax(itl-ctr)  TO INV-TAX-AMT(itl-ctr)
               END-PERFORM
               MOVE inv-order-count TO INV-ORDERS
               MOVE FUNCTION CURRENT-DATE TO INV-CREATED
               MOVE "N" TO INV-MAILED
               MOVE 0 TO INV-CREDITED
               MOVE 0 TO INV-DUN-STAGE
               MOVE SPACES TO INV-DUN-DATE
               MOVE SPACES TO INV-INT-THROUGH
               MOVE 0 TO INV-INTEREST
               MOVE SPACES TO INV-WO-DATE
               MOVE 0 TO INV-WO-AMOUNT
               MOVE SPACES TO INV-WO-APPR
               MOVE inv-co-code TO INV-COMPANY
               MOVE bill-due-date TO INV-DUE-DATE
               MOVE bill-terms-type TO INV-TERMS-TYPE
               MOVE bill-terms-days TO INV-TERMS-DAYS
               MOVE bl-count TO INV-BRANCH-COUNT
               PERFORM VARYING bl-ctr FROM 1 BY 1
                       UNTIL bl-ctr > branch-max
                   MOVE bl-cust(bl-ctr)   TO INV-BR-CUST-ID(bl-ctr)
                   MOVE bl-net(bl-ctr)    TO INV-BR-NET(bl-ctr)
                   MOVE bl-tax(bl-ctr)    TO INV-BR-TAX(bl-ctr)
                   MOVE bl-orders(bl-ctr) TO INV-BR-ORDERS(bl-ctr)
               END-PERFORM
               MOVE bill-currency TO INV-CURRENCY
               IF bill-currency = SPACES
                   MOVE 0 TO INV-FX-RATE INV-FX-NET INV-FX-TAX
                       INV-FX-AMOUNT
               ELSE
                   MOVE bill-fx-rate TO INV-FX-RATE
                   MOVE bill-fx-net TO INV-FX-NET
                   MOVE bill-fx-tax TO INV-FX-TAX
                   COMPUTE INV-FX-AMOUNT = bill-fx-net + bill-fx-tax
               END-IF
               WRITE invoice-record
                   INVALID KEY CONTINUE
               END-WRITE
      *****************************************************************
       mail-one-invoice.

      *** Branch names first - the parent's record has to be the    ***
      *** one left in hand below.                                   ***
           MOVE "invoice" TO mail-template.
           IF bl-count > 0
               MOVE "invoicegroup" TO mail-template
               PERFORM build-branch-summary
           END-IF.

           MOVE "N" TO cust-found.
           MOVE SPACES TO mail-to-addr.

               READ customers-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       CALL "custcrypt" USING "O" customer-record
                           open-result END-CALL
                       MOVE "Y" TO cust-found
                       MOVE CUST-EMAIL TO mail-to-addr
               END-READ

           MOVE CUST-LANG TO mail-lang.

           MOVE SPACES TO mail-due-text.
           STRING bill-due-date(1:4) "-" bill-due-date(5:2) "-"
                  bill-due-date(7:2) DELIMITED BY SIZE
               INTO mail-due-text
           END-STRING.

           COMPUTE money-result = inv-total + inv-tax-total.
           MOVE money-result TO display-result.
           COMPUTE money-result = inv-total.
           MOVE money-result TO net-result.
           COMPUTE money-result = inv-tax-total.
           MOVE money-result TO tax-result-disp.
           PERFORM build-tax-summary.
           PERFORM build-mail-amounts.

           MOVE SPACES TO mail-subject.
           STRING "Invoice " DELIMITED BY SIZE
                  ", invoice "                  DELIMITED BY SIZE
                  FUNCTION TRIM(inv-number)     DELIMITED BY SIZE
                  " covers your open orders. "  DELIMITED BY SIZE
                  "Goods: "                     DELIMITED BY SIZE
                  FUNCTION TRIM(mail-net-text)  DELIMITED BY SIZE
                  ", tax: "                     DELIMITED BY SIZE
                  FUNCTION TRIM(mail-tax-text)  DELIMITED BY SIZE
                  ". Total due: "               DELIMITED BY SIZE
                  FUNCTION TRIM(mail-total-text) DELIMITED BY SIZE
                  ". Please pay by "             DELIMITED BY SIZE
                  mail-due-text                 DELIMITED BY SIZE
                  "."                           DELIMITED BY SIZE
               INTO mail-body
           END-STRING.
           IF bl-count > 0
               MOVE SPACES TO mail-body
               STRING "Dear "                       DELIMITED BY SIZE
                      FUNCTION TRIM(CUST-NAME)      DELIMITED BY SIZE
                      ", consolidated invoice "     DELIMITED BY SIZE
                      FUNCTION TRIM(inv-number)     DELIMITED BY SIZE
                      " covers the open orders of your account and "
                                                    DELIMITED BY SIZE
                      "the branches billed to it. By branch: "
                                                    DELIMITED BY SIZE
                      FUNCTION TRIM(branch-summary) DELIMITED BY SIZE
                      ". Total due: "               DELIMITED BY SIZE
                      FUNCTION TRIM(mail-total-text) DELIMITED BY SIZE
                      ". Please pay by "             DELIMITED BY SIZE
                      mail-due-text                 DELIMITED BY SIZE
                      "."                           DELIMITED BY SIZE
                   INTO mail-body
               END-STRING
           END-IF.

      *** The template wording wins when views/mail/invoice.cow is ***
      *** readable; the STRING above stays as the built-in         ***
           MOVE "invoiceno" TO COW-varname(2).
           MOVE FUNCTION TRIM(inv-number) TO COW-varvalue(2).
           MOVE "total" TO COW-varname(3).
           MOVE FUNCTION TRIM(mail-total-text) TO COW-varvalue(3).
           MOVE "net" TO COW-varname(4).
           MOVE FUNCTION TRIM(mail-net-text) TO COW-varvalue(4).
           MOVE "tax" TO COW-varname(5).
           MOVE FUNCTION TRIM(mail-tax-text) TO COW-varvalue(5).
           MOVE "taxlines" TO COW-varname(6).
           MOVE FUNCTION TRIM(tax-summary) TO COW-varvalue(6).
           MOVE "branchlines" TO COW-varname(7).
           MOVE FUNCTION TRIM(branch-summary) TO COW-varvalue(7).
           MOVE "company" TO COW-varname(8).
           MOVE FUNCTION TRIM(inv-co-name) TO COW-varvalue(8).
           MOVE "letterhead" TO COW-varname(9).
           MOVE FUNCTION TRIM(inv-co-letterhead) TO COW-varvalue(9).
           MOVE "duedate" TO COW-varname(10).
           MOVE mail-due-text TO COW-varvalue(10).
           PERFORM compose-company-mail.

           MOVE "N" TO mail-accepted.
           CALL "sendmailq" USING mail-to-addr mail-subject
               PERFORM mark-invoice-mailed
           END-IF.

      *****************************************************************
      *** A company with a mail tag words its invoices with its own ***
      *** template (invoice-<tag>.cow, invoicegroup-<tag>.cow); if  ***
      *** that template isn't there the body comes back untouched   ***
      *** and the shared one is used.                               ***
      *****************************************************************
       compose-company-mail.

           MOVE mail-body TO mail-body-builtin.
           MOVE mail-template TO mail-base-template.
           IF inv-co-mail-tag NOT = SPACES
               MOVE SPACES TO mail-template
               STRING mail-base-template DELIMITED BY SPACE
                      "-"                DELIMITED BY SIZE
                      inv-co-mail-tag    DELIMITED BY SPACE
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

       mark-invoice-mailed.

           OPEN I-O invoices-file.
               END-READ
               CLOSE invoices-file
           END-IF.

      *****************************************************************
      *** The figures the mail quotes: the base ones as edited      ***
      *** above, or for an invoice cut in the customer's currency   ***
      *** "EUR 1,234.56", the total followed by the base equivalent ***
      *** and the rate it was booked at.                            ***
      *****************************************************************
       build-mail-amounts.

           MOVE FUNCTION TRIM(display-result) TO mail-total-text.
           MOVE FUNCTION TRIM(net-result) TO mail-net-text.
           MOVE FUNCTION TRIM(tax-result-disp) TO mail-tax-text.
           IF bill-currency = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE bill-fx-net TO fx-money-disp.
           MOVE SPACES TO mail-net-text.
           STRING bill-currency                DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  FUNCTION TRIM(fx-money-disp) DELIMITED BY SIZE
               INTO mail-net-text
           END-STRING.
           MOVE bill-fx-tax TO fx-money-disp.
           MOVE SPACES TO mail-tax-text.
           STRING bill-currency                DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  FUNCTION TRIM(fx-money-disp) DELIMITED BY SIZE
               INTO mail-tax-text
           END-STRING.
           COMPUTE bl-gross = bill-fx-net + bill-fx-tax.
           MOVE bl-gross TO fx-money-disp.
           MOVE bill-fx-rate TO fx-rate-disp.
           MOVE SPACES TO mail-total-text.
           STRING bill-currency                 DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  FUNCTION TRIM(fx-money-disp)  DELIMITED BY SIZE
                  " (base equivalent "          DELIMITED BY SIZE
                  FUNCTION TRIM(display-result) DELIMITED BY SIZE
                  " at "                        DELIMITED BY SIZE
                  FUNCTION TRIM(fx-rate-disp)   DELIMITED BY SIZE
                  ")"                           DELIMITED BY SIZE
               INTO mail-total-text
           END-STRING.

      *****************************************************************
      *** One "standard 20.00% on $100.00: $20.00" phrase per tax   ***
      *** code, for the template's per-code breakdown.              ***
      *****************************************************************
       build-tax-summary.

           MOVE SPACES TO tax-summary.
           MOVE 1 TO tax-sum-ptr.
           PERFORM VARYING itl-ctr FROM 1 BY 1
                   UNTIL itl-ctr > itl-count
               EVALUATE itl-code(itl-ctr)
                   WHEN "S" MOVE "standard" TO tax-word
                   WHEN "R" MOVE "reduced" TO tax-word
                   WHEN "Z" MOVE "zero-rated" TO tax-word
                   WHEN OTHER MOVE "exempt" TO tax-word
               END-EVALUATE
               MOVE itl-rate(itl-ctr) TO tax-rate-disp
               MOVE itl-net(itl-ctr) TO line-net-disp
               MOVE itl-tax(itl-ctr) TO line-tax-disp
               IF itl-ctr > 1
                   STRING "; " DELIMITED BY SIZE
                       INTO tax-summary WITH POINTER tax-sum-ptr
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(tax-word)      DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      FUNCTION TRIM(tax-rate-disp) DELIMITED BY SIZE
                      "% on "                      DELIMITED BY SIZE
                      FUNCTION TRIM(line-net-disp) DELIMITED BY SIZE
                      ": "                         DELIMITED BY SIZE
                      FUNCTION TRIM(line-tax-disp) DELIMITED BY SIZE
                   INTO tax-summary WITH POINTER tax-sum-ptr
               END-STRING
           END-PERFORM.

      *****************************************************************
      *** One "Name $gross" phrase per branch on the invoice, after ***
      *** the head office's own share when it had orders of its     ***
      *** own.                                                      ***
      *****************************************************************
       build-branch-summary.

           MOVE SPACES TO branch-summary.
           MOVE 1 TO branch-sum-ptr.

           COMPUTE bl-gross = inv-total + inv-tax-total.
           PERFORM VARYING bl-ctr FROM 1 BY 1 UNTIL bl-ctr > bl-count
               SUBTRACT bl-net(bl-ctr) bl-tax(bl-ctr) FROM bl-gross
           END-PERFORM.
           IF bl-gross > 0
               MOVE bl-gross TO line-net-disp
               STRING "head office "               DELIMITED BY SIZE
                      FUNCTION TRIM(line-net-disp) DELIMITED BY SIZE
                   INTO branch-summary WITH POINTER branch-sum-ptr
               END-STRING
           END-IF.

           OPEN INPUT customers-file.
           PERFORM VARYING bl-ctr FROM 1 BY 1 UNTIL bl-ctr > bl-count
               MOVE bl-cust(bl-ctr) TO CUST-ID
               MOVE bl-cust(bl-ctr) TO CUST-NAME
               IF customers-file-status = "00"
                   READ customers-file
                       INVALID KEY MOVE bl-cust(bl-ctr) TO CUST-NAME
                       NOT INVALID KEY
                           CALL "custcrypt" USING "O" customer-record
                               open-result END-CALL
                   END-READ
               END-IF
               COMPUTE bl-gross = bl-net(bl-ctr) + bl-tax(bl-ctr)
               MOVE bl-gross TO line-net-disp
               IF branch-sum-ptr > 1
                   STRING "; " DELIMITED BY SIZE
                       INTO branch-summary WITH POINTER branch-sum-ptr
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(CUST-NAME)     DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      FUNCTION TRIM(line-net-disp) DELIMITED BY SIZE
                   INTO branch-summary WITH POINTER branch-sum-ptr
               END-STRING
           END-PERFORM.
           CLOSE customers-file.

      *****************************************************************
      *** Who bills to whom: a pass over the customer master for    ***
      *** the branches marked "bill parent", then each one's parent ***
      *** checked - on file, not merged away and not itself a       ***
      *** branch - before it is taken. A branch whose parent fails  ***
      *** is billed on its own and said so in the run log.          ***
      *****************************************************************
       load-consolidation.

           OPEN INPUT customers-file.
           IF customers-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ customers-file NEXT RECORD
               AT END MOVE "10" TO customers-file-status
           END-READ.
           PERFORM UNTIL customers-file-status NOT = "00"
               IF CUST-BILL-TO = "P"
                  AND CUST-PARENT-ID NOT = SPACES
                  AND CUST-PARENT-ID NOT = CUST-ID
                   IF consol-count < consol-max
                       ADD 1 TO consol-count
                       MOVE CUST-ID TO cn-branch(consol-count)
                       MOVE CUST-PARENT-ID TO cn-parent(consol-count)
                   ELSE
                       DISPLAY "cutinvoices: branch " CUST-ID
                           " billed on its own - too many branches."
                   END-IF
               END-IF
               READ customers-file NEXT RECORD
                   AT END MOVE "10" TO customers-file-status
               END-READ
           END-PERFORM.
           CLOSE customers-file.

           OPEN INPUT customers-file.
           PERFORM VARYING consol-ctr FROM 1 BY 1
                   UNTIL consol-ctr > consol-count
               PERFORM check-one-parent
           END-PERFORM.
           CLOSE customers-file.

       check-one-parent.

           MOVE cn-parent(consol-ctr) TO CUST-ID.
           READ customers-file
               INVALID KEY
                   MOVE SPACES TO CUST-PARENT-ID
                   MOVE "N" TO cp-found
               NOT INVALID KEY
                   MOVE "Y" TO cp-found
           END-READ.
           IF cp-found NOT = "Y" OR CUST-PARENT-ID NOT = SPACES
              OR CUST-MERGED-INTO NOT = SPACES
               DISPLAY "cutinvoices: branch " cn-branch(consol-ctr)
                   " billed on its own - parent "
                   cn-parent(consol-ctr) " is not a head office."
               MOVE SPACES TO cn-parent(consol-ctr)
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO cp-found.
           PERFORM VARYING cp-ctr FROM 1 BY 1
                   UNTIL cp-ctr > cp-count OR cp-found = "Y"
               IF cp-parent(cp-ctr) = cn-parent(consol-ctr)
                   MOVE "Y" TO cp-found
               END-IF
           END-PERFORM.
           IF cp-found = "N"
               IF cp-count < cp-max
                   ADD 1 TO cp-count
                   MOVE cn-parent(consol-ctr) TO cp-parent(cp-count)
               ELSE
                   DISPLAY "cutinvoices: branch " cn-branch(consol-ctr)
                       " billed on its own - too many head offices."
                   MOVE SPACES TO cn-parent(consol-ctr)
               END-IF
           END-IF.

      *** Is the order's customer a consolidated branch, or the     ***
      *** parent of one? Worked out once per customer - orders come ***
      *** grouped.                                                  ***
       judge-consolidated.

           IF ORD-CUST-ID = consol-cust
               EXIT PARAGRAPH
           END-IF.
           MOVE ORD-CUST-ID TO consol-cust.
           MOVE "N" TO consol-flag.
           PERFORM VARYING consol-ctr FROM 1 BY 1
                   UNTIL consol-ctr > consol-count OR consol-flag = "Y"
               IF cn-branch(consol-ctr) = ORD-CUST-ID
                  AND cn-parent(consol-ctr) NOT = SPACES
                   MOVE "Y" TO consol-flag
               END-IF
           END-PERFORM.
           PERFORM VARYING cp-ctr FROM 1 BY 1
                   UNTIL cp-ctr > cp-count OR consol-flag = "Y"
               IF cp-parent(cp-ctr) = ORD-CUST-ID
                   MOVE "Y" TO consol-flag
               END-IF
           END-PERFORM.

      *****************************************************************
      *** Second pass: per parent, its own unbilled orders and then ***
      *** each branch's, all onto the one invoice to the parent,    ***
      *** each branch's share kept as a line of its own.            ***
      *****************************************************************
       bill-parent-groups.

           PERFORM VARYING cp-ctr FROM 1 BY 1 UNTIL cp-ctr > cp-count
               MOVE cp-parent(cp-ctr) TO bill-cust
               MOVE bill-cust TO walk-cust
               PERFORM bill-walk-cust
               PERFORM VARYING consol-ctr FROM 1 BY 1
                       UNTIL consol-ctr > consol-count
                   IF cn-parent(consol-ctr) = bill-cust
                       IF bl-count >= branch-max
                          AND inv-cust NOT = SPACES
                           PERFORM finish-one-invoice
                       END-IF
                       MOVE cn-branch(consol-ctr) TO walk-cust
                       PERFORM bill-walk-cust
                   END-IF
               END-PERFORM
               IF inv-cust NOT = SPACES
                   PERFORM finish-one-invoice
               END-IF
           END-PERFORM.

       bill-walk-cust.

           MOVE walk-cust TO ORD-CUST-ID.
           MOVE 0 TO ORD-NO.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "10" TO orders-file-status
           END-START.
           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-IF.
           PERFORM UNTIL orders-file-status NOT = "00"
               OR ORD-CUST-ID NOT = walk-cust
               IF ORD-STATUS = "O"
                   PERFORM consider-unbilled-order
                   IF order-billed = "Y" AND ORD-CUST-ID NOT = bill-cust
                       PERFORM add-to-branch-line
                   END-IF
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.

       add-to-branch-line.

           MOVE 0 TO bl-hit.
           PERFORM VARYING bl-ctr FROM 1 BY 1
                   UNTIL bl-ctr > bl-count OR bl-hit > 0
               IF bl-cust(bl-ctr) = ORD-CUST-ID
                   MOVE bl-ctr TO bl-hit
               END-IF
           END-PERFORM.

      *** bill-parent-groups starts a fresh invoice before a branch ***
      *** would need a line the table hasn't got.                   ***
           IF bl-hit = 0
               ADD 1 TO bl-count
               MOVE bl-count TO bl-hit
               MOVE ORD-CUST-ID TO bl-cust(bl-hit)
           END-IF.

           ADD ORD-AMOUNT TO bl-net(bl-hit).
           ADD ORD-TAX TO bl-tax(bl-hit).
           ADD 1 TO bl-orders(bl-hit).
