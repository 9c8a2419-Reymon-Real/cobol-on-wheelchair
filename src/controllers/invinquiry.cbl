      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  read-only inquiry on one invoice and what paid   ***
      ***          it                                               ***
      *****************************************************************
      *** /admin/invoices: the clerk's answer when a customer rings ***
      *** about an invoice. Invoices are found by number, or        ***
      *** listed by any mix of customer id (a branch finds the      ***
      *** consolidated invoices billed to its head office), gross   ***
      *** amount (base or the invoice's own currency) and a range   ***
      *** of invoice dates (yyyymmdd); a search that finds just one ***
      *** opens it. One invoice shows:                              ***
      ***  - its header and the customer, linked to the detail      ***
      ***    view;                                                  ***
      ***  - the orders it covered (the customer's and each billed  ***
      ***    branch's orders carrying the number), each with what   ***
      ***    was paid, credited and written off and what is left;   ***
      ***  - each payment applied to those orders, from the         ***
      ***    receipts' allocations, with the bank reference and the ***
      ***    value date - and whether the bank has since returned   ***
      ***    it;                                                    ***
      ***  - the credit notes raised against it;                    ***
      ***  - the delivery of every mail sent about it (the invoice, ***
      ***    its reminders, its credit notes), matched on the       ***
      ***    subject line, with the spool's status, and whether a   ***
      ***    paper copy was printed;                                ***
      ***  - the current balance: the orders' gross less paid,      ***
      ***    credited and written off.                              ***
      *** Nothing here writes, so there are no actions and no POST. ***
      *** An invoice the yearly archive has taken is said to be     ***
      *** archived, so the clerk knows to look at /admin/archive.   ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. invinquiry.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "invdef.cbl".
           COPY "invarchdef.cbl".
           COPY "orderdef.cbl".
           COPY "rcpdef.cbl".
           COPY "crndef.cbl".
           COPY "maildef.cbl".
           COPY "custdef.cbl".

       DATA DIVISION.

       FILE SECTION.
       FD invoices-file.
       01 invoice-record.
           COPY "invfld.cbl".

       FD invarch-file.
       01 invarch-record.
           COPY "invfld.cbl"
              REPLACING LEADING ==INV== BY ==AIN==.

       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD receipts-file.
       01 receipt-record.
           COPY "rcpfld.cbl".

       FD creditnotes-file.
       01 creditnote-record.
           COPY "crnfld.cbl".

       FD mailspool-file.
       01 mailspool-record.
           COPY "mailfld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       WORKING-STORAGE SECTION.
       77 invoices-file-status    PIC X(2).
       77 invarch-file-status     PIC X(2).
       77 orders-file-status      PIC X(2).
       77 receipts-file-status    PIC X(2).
       77 creditnotes-file-status PIC X(2).
       77 mailspool-file-status   PIC X(2).
       77 customers-file-status   PIC X(2).

       78 iq-inv-max  VALUE 20.
       78 iq-ord-max  VALUE 10.
       78 iq-pay-max  VALUE 10.
       78 iq-crn-max  VALUE 6.
       78 iq-mail-max VALUE 6.
       78 iq-cover-max VALUE 100.

       77 iq-invoice-text PIC X(90) VALUE SPACES.
       77 iq-custid-text  PIC X(90) VALUE SPACES.
       77 iq-amount-text  PIC X(90) VALUE SPACES.
       77 iq-from-text    PIC X(90) VALUE SPACES.
       77 iq-to-text      PIC X(90) VALUE SPACES.
       77 iq-message      PIC X(90) VALUE SPACES.

       77 iq-wanted-inv   PIC X(10).
       77 iq-wanted-cust  PIC X(10).
       77 iq-wanted-amt   PIC 9(11)V99 VALUE 0.
       77 iq-wanted-from  PIC X(8).
       77 iq-wanted-to    PIC X(8).
       77 iq-cust-match   PIC X(01).
       77 iq-br           PIC 9(2) USAGE COMP-5.

      *** The invoices a search found, by number.                   ***
       77 iq-found        PIC 9(4) USAGE COMP-5 VALUE 0.
       77 iq-found-ctr    PIC 9(4) USAGE COMP-5.
       77 iq-more         PIC X(01) VALUE "N".
       01 iq-found-table.
          05 iq-found-no PIC X(10) OCCURS 20 TIMES.

      *** The orders the invoice covered, to match payments on.     ***
       77 iq-cover-count  PIC 9(4) USAGE COMP-5 VALUE 0.
       77 iq-cover-ctr    PIC 9(4) USAGE COMP-5.
       77 iq-cover-hit    PIC X(01).
       01 iq-cover-table.
          05 iq-cover OCCURS 100 TIMES.
             10 iq-cover-cust PIC X(10).
             10 iq-cover-no   PIC 9(10).
       77 iq-cover-cut    PIC X(01) VALUE "N".
       77 iq-scan-cust    PIC X(10).
       77 iq-alloc        PIC 9(3) USAGE COMP-5.
       77 iq-alloc-last   PIC 9(3) USAGE COMP-5.
       77 iq-alloc-cust   PIC X(10).

       77 iq-ord-shown    PIC 9(4) USAGE COMP-5 VALUE 0.
       77 iq-pay-shown    PIC 9(4) USAGE COMP-5 VALUE 0.
       77 iq-crn-shown    PIC 9(4) USAGE COMP-5 VALUE 0.
       77 iq-mail-shown   PIC 9(4) USAGE COMP-5 VALUE 0.
       77 iq-pay-more     PIC X(01) VALUE "N".
       77 iq-pay-cut      PIC X(01) VALUE "N".

       77 iq-ord-balance  PIC S9(11)V99.
       77 iq-paid-total   PIC S9(11)V99 VALUE 0.
       77 iq-balance      PIC S9(11)V99 VALUE 0.

       77 iq-subject-tail PIC X(30).
       77 iq-tail-len     PIC 9(4) USAGE COMP-5.
       77 iq-subject-len  PIC 9(4) USAGE COMP-5.

       77 iq-open-result  PIC X(01).

       77 iq-shown        PIC 9(4) USAGE COMP-5.
       77 iq-shown-disp   PIC Z(3)9.
       77 iq-count-disp   PIC Z(3)9.
       77 iq-var-ctr      PIC 9(4) USAGE COMP-5.
       77 iq-money-disp   PIC -Z(10)9.99.
       77 iq-rate-disp    PIC Z(6)9.9(6).
       77 iq-no-disp      PIC Z(9)9.
       77 iq-qty-disp     PIC Z(4)9.
       77 iq-date-in      PIC X(8).
       77 iq-date-disp    PIC X(10).
       77 iq-text         PIC X(200).

       01 the-vars.
           COPY "cowvars.cbl".

       LINKAGE SECTION.
       01 the-values.
          COPY "queryval.cbl".

       01 the-session.
          COPY "sessfld.cbl".

       PROCEDURE DIVISION USING the-values the-session.

       start-invinquiry.

           MOVE SPACES TO the-vars.

           CALL "getparam" USING the-values "invoice" iq-invoice-text
               END-CALL.
           CALL "getparam" USING the-values "custid" iq-custid-text
               END-CALL.
           CALL "getparam" USING the-values "amount" iq-amount-text
               END-CALL.
           CALL "getparam" USING the-values "from" iq-from-text
               END-CALL.
           CALL "getparam" USING the-values "to" iq-to-text
               END-CALL.

           EVALUATE TRUE
               WHEN FUNCTION TRIM(iq-invoice-text) NOT = SPACES
                   MOVE FUNCTION TRIM(iq-invoice-text) TO iq-wanted-inv
                   PERFORM show-one-invoice
               WHEN FUNCTION TRIM(iq-custid-text) NOT = SPACES
                 OR FUNCTION TRIM(iq-amount-text) NOT = SPACES
                 OR FUNCTION TRIM(iq-from-text) NOT = SPACES
                 OR FUNCTION TRIM(iq-to-text) NOT = SPACES
                   PERFORM search-invoices
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE "message" TO COW-varname(95).
           MOVE iq-message TO COW-varvalue(95).

           MOVE "invoiceparam" TO COW-varname(96).
           MOVE FUNCTION TRIM(iq-invoice-text) TO COW-varvalue(96).
           MOVE "custidparam" TO COW-varname(97).
           MOVE FUNCTION TRIM(iq-custid-text) TO COW-varvalue(97).
           MOVE "amountparam" TO COW-varname(98).
           MOVE FUNCTION TRIM(iq-amount-text) TO COW-varvalue(98).
           MOVE "fromparam" TO COW-varname(99).
           MOVE FUNCTION TRIM(iq-from-text) TO COW-varvalue(99).
           MOVE "toparam" TO COW-varname(100).
           MOVE FUNCTION TRIM(iq-to-text) TO COW-varvalue(100).

           MOVE iq-found TO iq-count-disp.
           MOVE "invcount" TO COW-varname(90).
           MOVE FUNCTION TRIM(iq-count-disp) TO COW-varvalue(90).
           MOVE iq-ord-shown TO iq-count-disp.
           MOVE "ordcount" TO COW-varname(91).
           MOVE FUNCTION TRIM(iq-count-disp) TO COW-varvalue(91).
           MOVE iq-pay-shown TO iq-count-disp.
           MOVE "paycount" TO COW-varname(92).
           MOVE FUNCTION TRIM(iq-count-disp) TO COW-varvalue(92).
           MOVE iq-crn-shown TO iq-count-disp.
           MOVE "crncount" TO COW-varname(93).
           MOVE FUNCTION TRIM(iq-count-disp) TO COW-varvalue(93).
           MOVE iq-mail-shown TO iq-count-disp.
           MOVE "mailcount" TO COW-varname(94).
           MOVE FUNCTION TRIM(iq-count-disp) TO COW-varvalue(94).

           CALL 'cowtemplate' USING the-vars "invinquiry.cow"
               the-session END-CALL.

           GOBACK.

      *****************************************************************
      *** The search: one pass over the invoices, keyed by number,  ***
      *** keeping the first 20 that pass every filter given. Just   ***
      *** one found is opened straight away.                        ***
      *****************************************************************
       search-invoices.

           MOVE FUNCTION TRIM(iq-custid-text) TO iq-wanted-cust.

           IF FUNCTION TRIM(iq-amount-text) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(iq-amount-text) NOT = 0
                   MOVE "the amount must be a number, like 125.50"
                       TO iq-message
                   EXIT PARAGRAPH
               END-IF
               COMPUTE iq-wanted-amt =
                   FUNCTION NUMVAL(iq-amount-text)
           END-IF.

           MOVE FUNCTION TRIM(iq-from-text) TO iq-wanted-from.
           MOVE FUNCTION TRIM(iq-to-text) TO iq-wanted-to.
           IF (iq-wanted-from NOT = SPACES
               AND iq-wanted-from IS NOT NUMERIC)
              OR (iq-wanted-to NOT = SPACES
               AND iq-wanted-to IS NOT NUMERIC)
               MOVE "invoice dates are yyyymmdd" TO iq-message
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT invoices-file.
           IF invoices-file-status NOT = "00"
               MOVE "no invoices have been cut yet" TO iq-message
               EXIT PARAGRAPH
           END-IF.

           READ invoices-file NEXT RECORD
               AT END MOVE "10" TO invoices-file-status
           END-READ.
           PERFORM UNTIL invoices-file-status NOT = "00"
               PERFORM judge-invoice-wanted
               READ invoices-file NEXT RECORD
                   AT END MOVE "10" TO invoices-file-status
               END-READ
           END-PERFORM.
           CLOSE invoices-file.

           IF iq-found = 0
               MOVE "no invoice matches" TO iq-message
               EXIT PARAGRAPH
           END-IF.

           IF iq-found = 1
               MOVE iq-found-no(1) TO iq-wanted-inv
               MOVE 0 TO iq-found
               PERFORM show-one-invoice
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT invoices-file.
           PERFORM VARYING iq-found-ctr FROM 1 BY 1
                   UNTIL iq-found-ctr > iq-found
               MOVE iq-found-no(iq-found-ctr) TO INV-NO
               READ invoices-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM add-invoice-to-vars
               END-READ
           END-PERFORM.
           CLOSE invoices-file.

           MOVE iq-found TO iq-count-disp.
           MOVE SPACES TO iq-message.
           IF iq-more = "Y"
               STRING "the first "                DELIMITED BY SIZE
                      FUNCTION TRIM(iq-count-disp) DELIMITED BY SIZE
                      " matching invoices - narrow the search"
                                                  DELIMITED BY SIZE
                   INTO iq-message
               END-STRING
           ELSE
               STRING FUNCTION TRIM(iq-count-disp) DELIMITED BY SIZE
                      " matching invoices"         DELIMITED BY SIZE
                   INTO iq-message
               END-STRING
           END-IF.

       judge-invoice-wanted.

           IF iq-wanted-cust NOT = SPACES
               MOVE "N" TO iq-cust-match
               IF INV-CUST-ID = iq-wanted-cust
                   MOVE "Y" TO iq-cust-match
               END-IF
               PERFORM VARYING iq-br FROM 1 BY 1
                       UNTIL iq-br > INV-BRANCH-COUNT OR iq-br > 20
                   IF INV-BR-CUST-ID(iq-br) = iq-wanted-cust
                       MOVE "Y" TO iq-cust-match
                   END-IF
               END-PERFORM
               IF iq-cust-match = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF FUNCTION TRIM(iq-amount-text) NOT = SPACES
               IF INV-AMOUNT NOT = iq-wanted-amt
                  AND (INV-CURRENCY = SPACES
                       OR INV-FX-AMOUNT NOT = iq-wanted-amt)
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF iq-wanted-from NOT = SPACES
              AND INV-CREATED(1:8) < iq-wanted-from
               EXIT PARAGRAPH
           END-IF.
           IF iq-wanted-to NOT = SPACES
              AND INV-CREATED(1:8) > iq-wanted-to
               EXIT PARAGRAPH
           END-IF.

           IF iq-found >= iq-inv-max
               MOVE "Y" TO iq-more
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO iq-found.
           MOVE INV-NO TO iq-found-no(iq-found).

      *****************************************************************
      *** One invoice in full. Not on the live file, it may have    ***
      *** been archived.                                            ***
      *****************************************************************
       show-one-invoice.

           OPEN INPUT invoices-file.
           IF invoices-file-status NOT = "00"
               MOVE "no invoices have been cut yet" TO iq-message
               EXIT PARAGRAPH
           END-IF.
           MOVE iq-wanted-inv TO INV-NO.
           READ invoices-file
               INVALID KEY MOVE "23" TO invoices-file-status
           END-READ.
           CLOSE invoices-file.

           IF invoices-file-status = "23"
               PERFORM say-whether-archived
               EXIT PARAGRAPH
           END-IF.

           PERFORM show-covered-orders.
           PERFORM show-applied-payments.
           PERFORM show-credit-notes.
           PERFORM show-mail-delivery.
           PERFORM add-invoice-detail-to-vars.

           MOVE SPACES TO iq-message.
           STRING "invoice "                  DELIMITED BY SIZE
                  FUNCTION TRIM(INV-NO)       DELIMITED BY SIZE
                  " for customer "            DELIMITED BY SIZE
                  FUNCTION TRIM(INV-CUST-ID)  DELIMITED BY SIZE
               INTO iq-message
           END-STRING.
           IF iq-pay-more = "Y" OR iq-pay-cut = "Y"
              OR iq-cover-cut = "Y"
               MOVE SPACES TO iq-message
               STRING "invoice "               DELIMITED BY SIZE
                      FUNCTION TRIM(INV-NO)    DELIMITED BY SIZE
                      " - not every payment could be listed here; "
                                               DELIMITED BY SIZE
                      "the balance is still right"
                                               DELIMITED BY SIZE
                   INTO iq-message
               END-STRING
           END-IF.

       say-whether-archived.

           MOVE "no invoice under that number" TO iq-message.
           OPEN INPUT invarch-file.
           IF invarch-file-status = "00"
               MOVE iq-wanted-inv TO AIN-NO
               READ invarch-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO iq-message
                       STRING "invoice "            DELIMITED BY SIZE
                              FUNCTION TRIM(AIN-NO) DELIMITED BY SIZE
                              " has been archived - see "
                                                    DELIMITED BY SIZE
                              "/admin/archive"      DELIMITED BY SIZE
                           INTO iq-message
                       END-STRING
               END-READ
               CLOSE invarch-file
           END-IF.

      *****************************************************************
      *** The orders carrying the number: the customer's own, then  ***
      *** each branch's on a consolidated invoice. Every one counts ***
      *** toward the balance; the first ten are shown, and the      ***
      *** first hundred are kept to match payments against.         ***
      *****************************************************************
       show-covered-orders.

           OPEN INPUT orders-file.
           IF orders-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE INV-CUST-ID TO iq-scan-cust.
           PERFORM scan-customer-orders.
           PERFORM VARYING iq-br FROM 1 BY 1
                   UNTIL iq-br > INV-BRANCH-COUNT OR iq-br > 20
               MOVE INV-BR-CUST-ID(iq-br) TO iq-scan-cust
               PERFORM scan-customer-orders
           END-PERFORM.

           CLOSE orders-file.

       scan-customer-orders.

           MOVE iq-scan-cust TO ORD-CUST-ID.
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
               OR ORD-CUST-ID NOT = iq-scan-cust
               IF ORD-INVOICE = INV-NO
                   PERFORM take-covered-order
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO orders-file-status.

       take-covered-order.

           COMPUTE iq-ord-balance = ORD-AMOUNT + ORD-TAX - ORD-PAID
               - ORD-CREDITED - ORD-WRITTEN-OFF.
           IF ORD-STATUS = "C"
               MOVE 0 TO iq-ord-balance
           END-IF.
           ADD ORD-PAID TO iq-paid-total.
           ADD iq-ord-balance TO iq-balance.

           IF iq-cover-count < iq-cover-max
               ADD 1 TO iq-cover-count
               MOVE ORD-CUST-ID TO iq-cover-cust(iq-cover-count)
               MOVE ORD-NO TO iq-cover-no(iq-cover-count)
           ELSE
               MOVE "Y" TO iq-cover-cut
           END-IF.

           IF iq-ord-shown < iq-ord-max
               ADD 1 TO iq-ord-shown
               PERFORM add-order-to-vars
           END-IF.

      *****************************************************************
      *** Payments: every receipt allocation that went to one of    ***
      *** the covered orders. An allocation names its own customer  ***
      *** when a head office paid a branch's order. A receipt       ***
      *** spread over more orders than it can list (RCP-ALLOC-COUNT ***
      *** above 20) may hide one; the orders' paid figures above    ***
      *** are right all the same.                                   ***
      *****************************************************************
       show-applied-payments.

           IF iq-cover-count = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT receipts-file.
           IF receipts-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ receipts-file NEXT RECORD
               AT END MOVE "10" TO receipts-file-status
           END-READ.
           PERFORM UNTIL receipts-file-status NOT = "00"
               IF RCP-ALLOC-COUNT > 0
                   PERFORM judge-receipt-allocations
               END-IF
               READ receipts-file NEXT RECORD
                   AT END MOVE "10" TO receipts-file-status
               END-READ
           END-PERFORM.
           CLOSE receipts-file.

       judge-receipt-allocations.

           MOVE RCP-ALLOC-COUNT TO iq-alloc-last.
           IF iq-alloc-last > 20
               MOVE 20 TO iq-alloc-last
           END-IF.

           PERFORM VARYING iq-alloc FROM 1 BY 1
                   UNTIL iq-alloc > iq-alloc-last
               MOVE RCP-ALLOC-CUST-ID(iq-alloc) TO iq-alloc-cust
               IF iq-alloc-cust = SPACES
                   MOVE RCP-CUST-ID TO iq-alloc-cust
               END-IF
               MOVE "N" TO iq-cover-hit
               PERFORM VARYING iq-cover-ctr FROM 1 BY 1
                       UNTIL iq-cover-ctr > iq-cover-count
                          OR iq-cover-hit = "Y"
                   IF iq-cover-cust(iq-cover-ctr) = iq-alloc-cust
                      AND iq-cover-no(iq-cover-ctr)
                          = RCP-ALLOC-ORD-NO(iq-alloc)
                       MOVE "Y" TO iq-cover-hit
                   END-IF
               END-PERFORM
               IF iq-cover-hit = "Y"
                   IF RCP-ALLOC-COUNT > 20
                       MOVE "Y" TO iq-pay-cut
                   END-IF
                   IF iq-pay-shown < iq-pay-max
                       ADD 1 TO iq-pay-shown
                       PERFORM add-payment-to-vars
                   ELSE
                       MOVE "Y" TO iq-pay-more
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *** The credit notes naming the invoice - a pass over the     ***
      *** notes, which are keyed by their own number.               ***
      *****************************************************************
       show-credit-notes.

           OPEN INPUT creditnotes-file.
           IF creditnotes-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ creditnotes-file NEXT RECORD
               AT END MOVE "10" TO creditnotes-file-status
           END-READ.
           PERFORM UNTIL creditnotes-file-status NOT = "00"
               OR iq-crn-shown >= iq-crn-max
               IF CRN-INV-NO = INV-NO
                   ADD 1 TO iq-crn-shown
                   PERFORM add-credit-to-vars
               END-IF
               READ creditnotes-file NEXT RECORD
                   AT END MOVE "10" TO creditnotes-file-status
               END-READ
           END-PERFORM.
           CLOSE creditnotes-file.

      *****************************************************************
      *** The mail about the invoice: the billing run's "Invoice    ***
      *** <no>", the dunning run's "<stage>: invoice <no>" and a    ***
      *** credit note's "... against invoice <no>" all end the same ***
      *** way, so the subject's tail finds them.                    ***
      *****************************************************************
       show-mail-delivery.

           MOVE SPACES TO iq-subject-tail.
           STRING "nvoice "             DELIMITED BY SIZE
                  FUNCTION TRIM(INV-NO) DELIMITED BY SIZE
               INTO iq-subject-tail
           END-STRING.
           COMPUTE iq-tail-len =
               FUNCTION LENGTH(FUNCTION TRIM(iq-subject-tail)).

           OPEN INPUT mailspool-file.
           IF mailspool-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ mailspool-file NEXT RECORD
               AT END MOVE "10" TO mailspool-file-status
           END-READ.
           PERFORM UNTIL mailspool-file-status NOT = "00"
               OR iq-mail-shown >= iq-mail-max
               COMPUTE iq-subject-len =
                   FUNCTION LENGTH(FUNCTION TRIM(MAIL-SUBJECT
                   TRAILING))
               IF iq-subject-len > iq-tail-len
                   IF MAIL-SUBJECT(iq-subject-len - iq-tail-len + 1:
                      iq-tail-len) = iq-subject-tail(1:iq-tail-len)
                       ADD 1 TO iq-mail-shown
                       PERFORM add-mail-to-vars
                   END-IF
               END-IF
               READ mailspool-file NEXT RECORD
                   AT END MOVE "10" TO mailspool-file-status
               END-READ
           END-PERFORM.
           CLOSE mailspool-file.

      *****************************************************************
      *** The header, slots 1 to 20. The customer's name is opened  ***
      *** for the clerk; without the key it is left out.            ***
      *****************************************************************
       add-invoice-detail-to-vars.

           MOVE "invno" TO COW-varname(1).
           MOVE FUNCTION TRIM(INV-NO) TO COW-varvalue(1).
           MOVE "invcust" TO COW-varname(2).
           MOVE FUNCTION TRIM(INV-CUST-ID) TO COW-varvalue(2).

           MOVE "invname" TO COW-varname(3).
           MOVE "(name sealed)" TO COW-varvalue(3).
           OPEN INPUT customers-file.
           IF customers-file-status = "00"
               MOVE INV-CUST-ID TO CUST-ID
               READ customers-file
                   INVALID KEY MOVE "23" TO customers-file-status
               END-READ
               CLOSE customers-file
               IF customers-file-status = "23"
                   MOVE "(no longer on file)" TO COW-varvalue(3)
               ELSE
                   CALL "custcrypt" USING "O" customer-record
                       iq-open-result END-CALL
                   IF iq-open-result = "Y"
                       MOVE FUNCTION TRIM(CUST-NAME) TO COW-varvalue(3)
                   END-IF
               END-IF
           END-IF.

           MOVE INV-CREATED(1:8) TO iq-date-in.
           PERFORM format-date.
           MOVE "invdate" TO COW-varname(4).
           MOVE iq-date-disp TO COW-varvalue(4).

           MOVE INV-DUE-DATE TO iq-date-in.
           PERFORM format-date.
           MOVE "invdue" TO COW-varname(5).
           MOVE iq-date-disp TO COW-varvalue(5).

           MOVE "invnet" TO COW-varname(6).
           MOVE INV-NET TO iq-money-disp.
           MOVE FUNCTION TRIM(iq-money-disp) TO COW-varvalue(6).
           MOVE "invtax" TO COW-varname(7).
           MOVE INV-TAX TO iq-money-disp.
           MOVE FUNCTION TRIM(iq-money-disp) TO COW-varvalue(7).
           MOVE "invamount" TO COW-varname(8).
           MOVE INV-AMOUNT TO iq-money-disp.
           MOVE FUNCTION TRIM(iq-money-disp) TO COW-varvalue(8).

           MOVE "invcurrency" TO COW-varname(9).
           IF INV-CURRENCY = SPACES
               MOVE "base" TO COW-varvalue(9)
           ELSE
               MOVE INV-FX-AMOUNT TO iq-money-disp
               MOVE INV-FX-RATE TO iq-rate-disp
               MOVE SPACES TO iq-text
               STRING INV-CURRENCY                DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      FUNCTION TRIM(iq-money-disp) DELIMITED BY SIZE
                      " at "                      DELIMITED BY SIZE
                      FUNCTION TRIM(iq-rate-disp) DELIMITED BY SIZE
                   INTO iq-text
               END-STRING
               MOVE iq-text TO COW-varvalue(9)
           END-IF.

           MOVE "invcredited" TO COW-varname(10).
           MOVE INV-CREDITED TO iq-money-disp.
           MOVE FUNCTION TRIM(iq-money-disp) TO COW-varvalue(10).
           MOVE "invinterest" TO COW-varname(11).
           MOVE INV-INTEREST TO iq-money-disp.
           MOVE FUNCTION TRIM(iq-money-disp) TO COW-varvalue(11).

           MOVE "invwrittenoff" TO COW-varname(12).
           IF INV-WO-DATE = SPACES
               MOVE "-" TO COW-varvalue(12)
           ELSE
               MOVE INV-WO-AMOUNT TO iq-money-disp
               MOVE INV-WO-DATE TO iq-date-in
               PERFORM format-date
               MOVE SPACES TO iq-text
               STRING FUNCTION TRIM(iq-money-disp) DELIMITED BY SIZE
                      " on "                       DELIMITED BY SIZE
                      iq-date-disp                 DELIMITED BY SIZE
                   INTO iq-text
               END-STRING
               MOVE iq-text TO COW-varvalue(12)
           END-IF.

           MOVE "invdunning" TO COW-varname(13).
           EVALUATE INV-DUN-STAGE
               WHEN 0
                   MOVE "no reminder sent" TO iq-text
               WHEN 1
                   MOVE "polite reminder" TO iq-text
               WHEN 2
                   MOVE "firm reminder" TO iq-text
               WHEN OTHER
                   MOVE "final notice" TO iq-text
           END-EVALUATE.
           IF INV-DUN-STAGE > 0
               MOVE INV-DUN-DATE TO iq-date-in
               PERFORM format-date
               STRING FUNCTION TRIM(iq-text) DELIMITED BY SIZE
                      " on "                 DELIMITED BY SIZE
                      iq-date-disp           DELIMITED BY SIZE
                   INTO COW-varvalue(13)
               END-STRING
           ELSE
               MOVE iq-text TO COW-varvalue(13)
           END-IF.

           MOVE "invmailed" TO COW-varname(14).
           IF INV-MAILED = "Y"
               MOVE "emailed - delivery below" TO COW-varvalue(14)
           ELSE
               MOVE "not emailed" TO COW-varvalue(14)
           END-IF.

           MOVE "invprinted" TO COW-varname(15).
           EVALUATE TRUE
               WHEN INV-PRINTED NOT = SPACES
                   MOVE INV-PRINTED TO iq-date-in
                   PERFORM format-date
                   STRING "printed on "  DELIMITED BY SIZE
                          iq-date-disp   DELIMITED BY SIZE
                       INTO COW-varvalue(15)
                   END-STRING
               WHEN INV-MAILED NOT = "Y" OR INV-PAPER = "Y"
                   MOVE "waiting for the nightly print run"
                       TO COW-varvalue(15)
               WHEN OTHER
                   MOVE "no paper copy" TO COW-varvalue(15)
           END-EVALUATE.

           MOVE "invpaid" TO COW-varname(16).
           MOVE iq-paid-total TO iq-money-disp.
           MOVE FUNCTION TRIM(iq-money-disp) TO COW-varvalue(16).
           MOVE "invbalance" TO COW-varname(17).
           MOVE iq-balance TO iq-money-disp.
           MOVE FUNCTION TRIM(iq-money-disp) TO COW-varvalue(17).

           MOVE "invcompany" TO COW-varname(18).
           IF INV-COMPANY = SPACES
               MOVE "home company" TO COW-varvalue(18)
           ELSE
               MOVE INV-COMPANY TO COW-varvalue(18)
           END-IF.

           MOVE "invorders" TO COW-varname(19).
           MOVE INV-ORDERS TO iq-qty-disp.
           MOVE FUNCTION TRIM(iq-qty-disp) TO COW-varvalue(19).

       format-date.

           MOVE SPACES TO iq-date-disp.
           IF iq-date-in = SPACES
               MOVE "-" TO iq-date-disp
               EXIT PARAGRAPH
           END-IF.
           MOVE iq-date-in(1:4) TO iq-date-disp(1:4).
           MOVE "-" TO iq-date-disp(5:1).
           MOVE iq-date-in(5:2) TO iq-date-disp(6:2).
           MOVE "-" TO iq-date-disp(8:1).
           MOVE iq-date-in(7:2) TO iq-date-disp(9:2).

      *****************************************************************
      *** A search's list, six slots each from slot 101.            ***
      *****************************************************************
       add-invoice-to-vars.

           COMPUTE iq-shown = iq-found-ctr - 1.
           MOVE iq-shown TO iq-shown-disp.

           COMPUTE iq-var-ctr = (iq-shown * 6) + 101.
           MOVE FUNCTION TRIM(INV-NO) TO COW-varvalue(iq-var-ctr).
           STRING "il" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "no" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           MOVE FUNCTION TRIM(INV-CUST-ID) TO COW-varvalue(iq-var-ctr).
           STRING "il" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "cust" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           MOVE INV-CREATED(1:8) TO iq-date-in.
           PERFORM format-date.
           MOVE iq-date-disp TO COW-varvalue(iq-var-ctr).
           STRING "il" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "date" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           MOVE INV-DUE-DATE TO iq-date-in.
           PERFORM format-date.
           MOVE iq-date-disp TO COW-varvalue(iq-var-ctr).
           STRING "il" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "due" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           MOVE INV-AMOUNT TO iq-money-disp.
           MOVE FUNCTION TRIM(iq-money-disp)
               TO COW-varvalue(iq-var-ctr).
           STRING "il" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "amount" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           MOVE INV-CREDITED TO iq-money-disp.
           MOVE FUNCTION TRIM(iq-money-disp)
               TO COW-varvalue(iq-var-ctr).
           STRING "il" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "credited" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

      *****************************************************************
      *** A covered order, eight slots each from slot 101.          ***
      *****************************************************************
       add-order-to-vars.

           COMPUTE iq-shown = iq-ord-shown - 1.
           MOVE iq-shown TO iq-shown-disp.

           COMPUTE iq-var-ctr = (iq-shown * 8) + 101.
           MOVE ORD-NO TO iq-no-disp.
           MOVE FUNCTION TRIM(iq-no-disp) TO COW-varvalue(iq-var-ctr).
           STRING "io" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "no" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           MOVE FUNCTION TRIM(ORD-CUST-ID) TO COW-varvalue(iq-var-ctr).
           STRING "io" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "cust" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           MOVE FUNCTION TRIM(ORD-DESC) TO COW-varvalue(iq-var-ctr).
           STRING "io" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "desc" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           COMPUTE iq-money-disp = ORD-AMOUNT + ORD-TAX.
           MOVE FUNCTION TRIM(iq-money-disp)
               TO COW-varvalue(iq-var-ctr).
           STRING "io" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "gross" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           MOVE ORD-PAID TO iq-money-disp.
           MOVE FUNCTION TRIM(iq-money-disp)
               TO COW-varvalue(iq-var-ctr).
           STRING "io" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "paid" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           COMPUTE iq-money-disp = ORD-CREDITED + ORD-WRITTEN-OFF.
           MOVE FUNCTION TRIM(iq-money-disp)
               TO COW-varvalue(iq-var-ctr).
           STRING "io" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "credited" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           MOVE iq-ord-balance TO iq-money-disp.
           MOVE FUNCTION TRIM(iq-money-disp)
               TO COW-varvalue(iq-var-ctr).
           STRING "io" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "balance" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           EVALUATE ORD-STATUS
               WHEN "O"
                   MOVE "open" TO COW-varvalue(iq-var-ctr)
               WHEN "B"
                   MOVE "billed" TO COW-varvalue(iq-var-ctr)
               WHEN "P"
                   MOVE "paid" TO COW-varvalue(iq-var-ctr)
               WHEN "C"
                   MOVE "cancelled" TO COW-varvalue(iq-var-ctr)
               WHEN "W"
                   MOVE "written off" TO COW-varvalue(iq-var-ctr)
               WHEN OTHER
                   MOVE ORD-STATUS TO COW-varvalue(iq-var-ctr)
           END-EVALUATE.
           STRING "io" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "status" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

      *****************************************************************
      *** An applied payment, six slots each from slot 181.         ***
      *****************************************************************
       add-payment-to-vars.

           COMPUTE iq-shown = iq-pay-shown - 1.
           MOVE iq-shown TO iq-shown-disp.

           COMPUTE iq-var-ctr = (iq-shown * 6) + 181.
           MOVE RCP-NO TO iq-no-disp.
           MOVE FUNCTION TRIM(iq-no-disp) TO COW-varvalue(iq-var-ctr).
           STRING "ip" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "receipt" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           MOVE FUNCTION TRIM(RCP-BANK-REF) TO COW-varvalue(iq-var-ctr).
           STRING "ip" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "ref" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           MOVE RCP-VALUE-DATE TO iq-date-in.
           PERFORM format-date.
           MOVE iq-date-disp TO COW-varvalue(iq-var-ctr).
           STRING "ip" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "value" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           MOVE RCP-ALLOC-ORD-NO(iq-alloc) TO iq-no-disp.
           MOVE FUNCTION TRIM(iq-no-disp) TO COW-varvalue(iq-var-ctr).
           STRING "ip" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "order" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           MOVE RCP-ALLOC-AMOUNT(iq-alloc) TO iq-money-disp.
           MOVE FUNCTION TRIM(iq-money-disp)
               TO COW-varvalue(iq-var-ctr).
           STRING "ip" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "amount" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           IF RCP-STATUS = "X"
               MOVE RCP-RETURN-DATE TO iq-date-in
               PERFORM format-date
               STRING "returned by the bank on " DELIMITED BY SIZE
                      iq-date-disp               DELIMITED BY SIZE
                   INTO COW-varvalue(iq-var-ctr)
               END-STRING
           ELSE
               MOVE "applied" TO COW-varvalue(iq-var-ctr)
           END-IF.
           STRING "ip" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "state" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

      *****************************************************************
      *** A credit note, four slots each from slot 241.             ***
      *****************************************************************
       add-credit-to-vars.

           COMPUTE iq-shown = iq-crn-shown - 1.
           MOVE iq-shown TO iq-shown-disp.

           COMPUTE iq-var-ctr = (iq-shown * 4) + 241.
           MOVE FUNCTION TRIM(CRN-NO) TO COW-varvalue(iq-var-ctr).
           STRING "ic" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "no" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           MOVE CRN-CREATED(1:8) TO iq-date-in.
           PERFORM format-date.
           MOVE iq-date-disp TO COW-varvalue(iq-var-ctr).
           STRING "ic" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "date" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           MOVE CRN-AMOUNT TO iq-money-disp.
           MOVE FUNCTION TRIM(iq-money-disp)
               TO COW-varvalue(iq-var-ctr).
           STRING "ic" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "amount" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           MOVE FUNCTION TRIM(CRN-REASON) TO COW-varvalue(iq-var-ctr).
           STRING "ic" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "reason" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

      *****************************************************************
      *** A mail about the invoice, four slots each from slot 265.  ***
      *****************************************************************
       add-mail-to-vars.

           COMPUTE iq-shown = iq-mail-shown - 1.
           MOVE iq-shown TO iq-shown-disp.

           COMPUTE iq-var-ctr = (iq-shown * 4) + 265.
           MOVE FUNCTION TRIM(MAIL-SUBJECT) TO COW-varvalue(iq-var-ctr).
           STRING "im" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "subject" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           MOVE MAIL-CREATED TO COW-varvalue(iq-var-ctr).
           STRING "im" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "queued" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           EVALUATE MAIL-STATUS
               WHEN "P"
                   MOVE "waiting to be sent" TO COW-varvalue(iq-var-ctr)
               WHEN "R"
                   MOVE "the relay refused it - retrying"
                       TO COW-varvalue(iq-var-ctr)
               WHEN "S"
                   MOVE "delivered to the relay"
                       TO COW-varvalue(iq-var-ctr)
               WHEN "D"
                   MOVE "undelivered - retries used up"
                       TO COW-varvalue(iq-var-ctr)
               WHEN OTHER
                   MOVE MAIL-STATUS TO COW-varvalue(iq-var-ctr)
           END-EVALUATE.
           STRING "im" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "status" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).

           ADD 1 TO iq-var-ctr.
           MOVE MAIL-ATTEMPTS TO iq-qty-disp.
           MOVE FUNCTION TRIM(iq-qty-disp) TO COW-varvalue(iq-var-ctr).
           STRING "im" DELIMITED BY SIZE
                  FUNCTION TRIM(iq-shown-disp) DELIMITED BY SIZE
                  "attempts" DELIMITED BY SIZE
               INTO COW-varname(iq-var-ctr).
