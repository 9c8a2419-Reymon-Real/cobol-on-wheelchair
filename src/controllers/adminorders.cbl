      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  browser order-entry screen for the orders        ***
      ***          dataset                                          ***
      *** UPDATE:  a billed order is put right with a credit note,  ***
      ***          and the refusal says so                          ***
      *** UPDATE:  a customer on credit hold, or one the order      ***
      ***          would take past their credit limit, is refused   ***
      *** UPDATE:  orders are taken by catalog product code, the    ***
      ***          description and price filled in from the catalog ***
      *** UPDATE:  customer, hold and credit-limit checks moved to  ***
      ***          checkorder, shared with the customer portal      ***
      *** UPDATE:  the list names the recurring schedule an order   ***
      ***          was raised from                                  ***
      *** UPDATE:  an order written off as a bad debt can't be      ***
      ***          cancelled                                        ***
      *** UPDATE:  cancelling an order from a closed month is       ***
      ***          booked to the current period as an adjustment    ***
      *** UPDATE:  new orders start awaiting pick; a dispatched     ***
      ***          order can't be cancelled                         ***
      *** UPDATE:  new orders carry their customer's trading        ***
      ***          company                                          ***
      *** UPDATE:  staff see and take orders only for the trading   ***
      ***          companies their role grants                      ***
      *** UPDATE:  an order over the approval limit is held for a   ***
      ***          second user's approval                           ***
      *** UPDATE:  the approval-limit hold moved to holdorder,      ***
      ***          shared with every order writer                   ***
      *** UPDATE:  a new order's foreign-currency fields start at   ***
      ***          zero                                             ***
      *****************************************************************
      *** /admin/orders, in the admincustomers mold: the clerks'    ***
      *** paper order pad moved onto data/orders.dat. A posted      ***
      *** error. The customer id is checked against the customer    ***
      *** master before anything is written - an order against a    ***
      *** mistyped or inactive customer never reaches the dataset.  ***
      *** Neither does one on credit hold, nor one whose open and   ***
      *** billed-unpaid orders plus this one would go past          ***
      *** CUST-CREDIT-LIMIT - checkorder decides all three, the     ***
      *** same way for the clerk here as for the customer in the    ***
      *** portal.                                                   ***
      *** The clerk types a product code and a quantity; the        ***
      *** description and the unit price in force today come from   ***
      *** the catalog through lookupproduct, so one item is always  ***
      *** one spelling at one price.                                ***
      *** An order worth more than the order-value approval limit   ***
      *** (ORDERAPPROVALLIMIT in whole currency units, 10000 unless ***
      *** configured; ORDERAPPROVALLIMIT-<company> overrides it for ***
      *** one trading company; 0 turns the check off) is filed held ***
      *** ("H") with a pending approval - the invoice run and the   ***
      *** warehouse leave it alone until a user other than the      ***
      *** clerk who took it approves it on /admin/approvals.        ***
      *** The list shows the most recent slice of the dataset in    ***
      *** key order, so one customer's orders read together.        ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "orderdef.cbl".

       DATA DIVISION.

       01 order-record.
           COPY "orderfld.cbl".

       WORKING-STORAGE SECTION.
       77 orders-file-status    PIC X(2).

       77 ao-action      PIC X(10) VALUE SPACES.
       77 ao-custid-text PIC X(90) VALUE SPACES.
       77 ao-product-text PIC X(90) VALUE SPACES.
       77 ao-qty-text    PIC X(90) VALUE SPACES.
       77 ao-orderno-text PIC X(90) VALUE SPACES.
       77 ao-message     PIC X(90) VALUE SPACES.
       77 ao-request-method PIC X(6) VALUE SPACES.
       77 ao-redirect    PIC X(255) VALUE SPACES.

       77 ao-check-cust  PIC X(10).
       77 ao-check-amount PIC 9(11)V99.
       77 ao-order-ok    PIC X(01).
       77 ao-period-closed PIC X(01) VALUE "N".
       77 ao-new-key      PIC 9(10) VALUE 0.
       77 ao-new-key-disp PIC Z(9)9.

       77 ao-qty    PIC 9(5).
       77 ao-price  PIC 9(7)V99.
       77 ao-prod-code PIC X(10).
       77 ao-prod-desc PIC X(60).
       77 ao-prod-result PIC X(01).
       77 ao-today  PIC X(8).
       77 ao-amount PIC 9(9)V99.
       77 ao-amount-disp PIC $ZZZ,ZZZ,ZZ9.99.

      *** Whether holdorder held the new order over the approval    ***
      *** limit.                                                    ***
       77 ao-held        PIC X(01) VALUE "N".

       77 ao-shown-count PIC 9(4) USAGE COMP-5.
       77 ao-shown-disp  PIC Z(3)9.
       77 ao-var-ctr     PIC 9(4) USAGE COMP-5.
       77 ao-no-disp     PIC Z(9)9.

      *** Staff only see and take orders for the trading companies  ***
      *** their role grants; each company is asked once a request.  ***
       77 ao-co-asked    PIC X(4).
       77 ao-co-granted  PIC X(01).
       01 ao-co-cache.
          05 ao-co-cached  PIC 9(2) VALUE 0.
          05 ao-co-entry OCCURS 20 TIMES.
             10 ao-co-code   PIC X(4).
             10 ao-co-answer PIC X(1).
       77 ao-co-ctr      PIC 9(2).
       77 ao-co-cust     PIC X(10).

       77 ao-val-ok      PIC X(01).
       77 ao-val-message PIC X(90).
       01 ao-val-rules.
               MOVE "order changes must be submitted as a POST"
                   TO ao-message
           ELSE
               IF FUNCTION TRIM(ao-action) = "add"
                  OR FUNCTION TRIM(ao-action) = "cancel"
                   CALL "getparam" USING the-values "custid"
                       ao-custid-text END-CALL
                   MOVE FUNCTION TRIM(ao-custid-text) TO ao-co-cust
                   CALL "getcustcompany" USING ao-co-cust ao-co-asked
                       END-CALL
                   PERFORM check-company-granted
                   IF ao-co-granted NOT = "Y"
                       MOVE "that customer's trading company is not "
                         & "one your role is granted" TO ao-message
                       PERFORM answer-post-redirect
                       GOBACK
                   END-IF
               END-IF
               EVALUATE FUNCTION TRIM(ao-action)
                   WHEN "add"
                       PERFORM do-add-order
           MOVE "/admin/orders" TO ao-redirect.
           CALL "redirectto" USING ao-redirect END-CALL.

      *** ao-co-asked granted to the logged-in user, remembered for ***
      *** the rest of the request.                                  ***
       check-company-granted.

           MOVE SPACES TO ao-co-granted.
           PERFORM VARYING ao-co-ctr FROM 1 BY 1
                   UNTIL ao-co-ctr > ao-co-cached
                   OR ao-co-granted NOT = SPACES
               IF ao-co-code(ao-co-ctr) = ao-co-asked
                   MOVE ao-co-answer(ao-co-ctr) TO ao-co-granted
               END-IF
           END-PERFORM.
           IF ao-co-granted NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           CALL "checkcompany" USING SESS-USER OF the-session
               ao-co-asked ao-co-granted END-CALL.
           IF ao-co-cached < 20
               ADD 1 TO ao-co-cached
               MOVE ao-co-asked TO ao-co-code(ao-co-cached)
               MOVE ao-co-granted TO ao-co-answer(ao-co-cached)
           END-IF.

      *****************************************************************
      *** Take one order: customer id, product code and quantity -  ***
      *** description and unit price come from the catalog. The     ***
      *** amount is computed here, once, so the stored figure is    ***
      *** the one every later billing step reads.                   ***
      *****************************************************************
       do-add-order.

           MOVE "Y"      TO VAL-REQUIRED(1).
           MOVE "N"      TO VAL-NUMERIC(1).
           MOVE 10       TO VAL-MAXLEN(1).
           MOVE "product" TO VAL-FIELD(2).
           MOVE "Y"      TO VAL-REQUIRED(2).
           MOVE "N"      TO VAL-NUMERIC(2).
           MOVE 10       TO VAL-MAXLEN(2).
           MOVE "qty"    TO VAL-FIELD(3).
           MOVE "Y"      TO VAL-REQUIRED(3).
           MOVE "Y"      TO VAL-NUMERIC(3).
           MOVE "Y"      TO VAL-RANGE(3).
           MOVE 1        TO VAL-MIN-VAL(3).
           MOVE 99999    TO VAL-MAX-VAL(3).

           CALL "validatefields" USING the-values ao-val-rules
               ao-val-ok ao-val-message END-CALL.

           CALL "getparam" USING the-values "custid"
               ao-custid-text END-CALL.
           CALL "getparam" USING the-values "product"
               ao-product-text END-CALL.
           CALL "getparam" USING the-values "qty"
               ao-qty-text END-CALL.

           PERFORM price-from-catalog.
           IF ao-prod-result NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ao-qty   = FUNCTION NUMVAL(ao-qty-text).
           COMPUTE ao-amount = ao-qty * ao-price.

           MOVE FUNCTION TRIM(ao-custid-text) TO ao-check-cust.
           MOVE ao-amount TO ao-check-amount.
           CALL "checkorder" USING ao-check-cust ao-check-amount
               ao-order-ok ao-message END-CALL.
           IF ao-order-ok NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

      *****************************************************************
       write-new-order.

           MOVE SPACES TO order-record.
           MOVE FUNCTION TRIM(ao-custid-text) TO ORD-CUST-ID.
           MOVE ao-new-key TO ORD-NO.
           CALL "getcustcompany" USING ORD-CUST-ID ORD-COMPANY
               END-CALL.
           MOVE ao-prod-desc TO ORD-DESC.
           MOVE ao-qty    TO ORD-QTY.
           MOVE ao-price  TO ORD-UNIT-PRICE.
           MOVE ao-amount TO ORD-AMOUNT.
           MOVE ao-prod-code TO ORD-PROD-CODE.
           MOVE 0         TO ORD-PAID.
           MOVE 0         TO ORD-CREDITED.
           MOVE 0         TO ORD-TAX-RATE.
           MOVE 0         TO ORD-TAX.
           MOVE 0         TO ORD-RECUR-NO.
           MOVE 0         TO ORD-WRITTEN-OFF.
           MOVE 0         TO ORD-SHIPMENT.
           MOVE 0         TO ORD-FX-RATE.
           MOVE 0         TO ORD-FX-AMOUNT.
           MOVE 0         TO ORD-FX-PAID.
           MOVE "A"       TO ORD-FUL-STATUS.
           MOVE "O"       TO ORD-STATUS.
           MOVE SPACES    TO ORD-INVOICE.
           MOVE SESS-USER OF the-session TO ORD-USER.
           MOVE FUNCTION CURRENT-DATE TO ORD-CREATED.
           MOVE ORD-CREATED           TO ORD-CHANGED.

      *** Over the approval limit, holdorder stamps the order held. ***
           CALL "holdorder" USING "C" order-record ao-held ao-message
               END-CALL.
           IF ao-held = "E"
               EXIT PARAGRAPH
           END-IF.

           WRITE order-record
               INVALID KEY
                   MOVE "could not file that order" TO ao-message
                              BY SIZE
                       INTO ao-message
                   END-STRING
                   IF ao-held = "Y"
                       CALL "holdorder" USING "F" order-record
                           ao-held ao-message END-CALL
                   END-IF
           END-WRITE.

      *****************************************************************
      *** A cancel keeps the record - status "C" and a changed      ***
      *** stamp - same keep-the-story thinking as the customer      ***
      *** soft delete. An order already billed stays billed; the    ***
      *** invoice has to be dealt with first, and one dispatched    ***
      *** has left the warehouse. An order from a closed month is   ***
      *** cancelled as an adjustment dated today.                   ***
      *****************************************************************
       do-cancel-order.

                           TO ao-message
                   NOT INVALID KEY
                       IF ORD-STATUS = "B"
                           MOVE "that order is billed - raise a " &
                               "credit note against its invoice"
                               TO ao-message
                       END-IF
                       IF ORD-STATUS = "W"
                           MOVE "that order was written off as a " &
                               "bad debt" TO ao-message
                       END-IF
                       IF ORD-FUL-STATUS = "D"
                          AND ORD-STATUS NOT = "B"
                          AND ORD-STATUS NOT = "W"
                           MOVE "that order has been dispatched - " &
                               "the goods have left the warehouse"
                               TO ao-message
                       END-IF
                       IF ORD-STATUS NOT = "B" AND ORD-STATUS NOT = "W"
                          AND ORD-FUL-STATUS NOT = "D"
                           MOVE order-record TO jf-before
                           MOVE "C" TO ORD-STATUS
                           MOVE FUNCTION CURRENT-DATE TO ORD-CHANGED
                           PERFORM adjust-if-period-closed
                           REWRITE order-record
                               INVALID KEY
                                   MOVE "could not cancel that order"
           END-IF.

           IF ao-message = SPACES
               IF ao-period-closed = "Y"
                   MOVE "order cancelled - its month is closed, so " &
                       "this is booked to the current period as an " &
                       "adjustment" TO ao-message
               ELSE
                   MOVE "order cancelled" TO ao-message
               END-IF
           END-IF.

      *****************************************************************
      *** An order taken in a month that has since been closed      ***
      *** keeps its place in that month's figures; the change is    ***
      *** dated today instead, an adjustment in the open period.    ***
      *****************************************************************
       adjust-if-period-closed.

           CALL "checkperiod" USING ORD-CREATED(1:8)
               ao-period-closed END-CALL.
           IF ao-period-closed = "Y"
               MOVE ORD-CHANGED(1:8) TO ORD-ADJ-DATE
           END-IF.

      *****************************************************************
      *** The product code decides the description and the price -  ***
      *** the price in force today, per the catalog's history.      ***
      *****************************************************************
       price-from-catalog.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ao-today.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ao-product-text))
               TO ao-prod-code.
           CALL "lookupproduct" USING ao-prod-code ao-today
               ao-prod-desc ao-price ao-prod-result END-CALL.

           EVALUATE ao-prod-result
               WHEN "Y"
                   CONTINUE
               WHEN "I"
                   MOVE "that product has been withdrawn from the "
                     & "catalog" TO ao-message
               WHEN "P"
                   MOVE "that product has no price in force yet"
                       TO ao-message
               WHEN OTHER
                   MOVE "no product with that code in the catalog"
                       TO ao-message
           END-EVALUATE.

      *****************************************************************
      *** Walk the dataset in key order and fill up to 10 display   ***
      *** slots, same fixed-slot convention as the other admin      ***
               END-READ
               PERFORM UNTIL orders-file-status NOT = "00"
                   OR ao-shown-count >= 10
                   MOVE ORD-COMPANY TO ao-co-asked
                   PERFORM check-company-granted
                   IF ao-co-granted = "Y"
                       PERFORM add-order-to-vars
                       ADD 1 TO ao-shown-count
                   END-IF
                   READ orders-file NEXT RECORD
                       AT END MOVE "10" TO orders-file-status
                   END-READ
                  "status" DELIMITED BY SIZE
               INTO COW-varname(ao-var-ctr).

      *** An order the nightly run raised from a recurring schedule ***
      *** says which one rather than naming the batch step.         ***
           ADD 1 TO ao-var-ctr.
           IF ORD-SOURCE = "R"
               MOVE ORD-RECUR-NO TO ao-no-disp
               STRING "schedule "                DELIMITED BY SIZE
                      FUNCTION TRIM(ao-no-disp)  DELIMITED BY SIZE
                   INTO COW-varvalue(ao-var-ctr)
               END-STRING
           ELSE
               MOVE FUNCTION TRIM(ORD-USER) TO COW-varvalue(ao-var-ctr)
           END-IF.
           STRING "ord" DELIMITED BY SIZE
                  FUNCTION TRIM(ao-shown-disp) DELIMITED BY SIZE
                  "user" DELIMITED BY SIZE
