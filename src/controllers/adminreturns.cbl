      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  returns screen: authorize, receive, inspect and  ***
      ***          credit goods sent back                           ***
      *** UPDATE:  customer record opened before its email is used  ***
      *****************************************************************
      *** /admin/returns, in the adminorders mold: goods coming     ***
      *** back are tracked on data/rmas.dat (rmafld.cbl) from the   ***
      *** authorization to the credit, so a return is never left    ***
      *** resting on a contact note. A posted "action" of:          ***
      ***  - "authorize" issues a return number for some of the     ***
      ***    units on one dispatched, invoiced order, and mails it  ***
      ***    to the customer to write on the parcel;                ***
      ***  - "receive" books the goods in; with an outcome of       ***
      ***    "pass" or "fail" it inspects them there and then,      ***
      ***    with none they wait for "inspect";                     ***
      ***  - "inspect" passes or fails goods already received;      ***
      ***  - "refuse" closes an authorization that never came back. ***
      *** Goods that pass inspection are credited at once: the      ***
      *** units' share of the order's gross, tax included, goes     ***
      *** onto a credit note against the order's invoice, raised    ***
      *** exactly the way /admin/credits raises one - number from   ***
      *** the key counter, ORD-CREDITED and INV-CREDITED grown, the ***
      *** note filed and mailed through composemail. The note only  ***
      *** takes off what the order still owes; any value the        ***
      *** customer had already paid is kept on the return as        ***
      *** refund due.                                               ***
      *** The page lists the returns still open, oldest number      ***
      *** first.                                                    ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adminreturns.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "orderdef.cbl".
           COPY "custdef.cbl".
           COPY "invdef.cbl".
           COPY "crndef.cbl".
           COPY "rmadef.cbl".

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

       FD rmas-file.
       01 rma-record.
           COPY "rmafld.cbl".

       WORKING-STORAGE SECTION.
       77 orders-file-status      PIC X(2).
       77 customers-file-status   PIC X(2).
       77 invoices-file-status    PIC X(2).
       77 creditnotes-file-status PIC X(2).
       77 rmas-file-status        PIC X(2).

       77 ar-action       PIC X(10) VALUE SPACES.
       77 ar-custid-text  PIC X(90) VALUE SPACES.
       77 ar-orderno-text PIC X(90) VALUE SPACES.
       77 ar-qty-text     PIC X(90) VALUE SPACES.
       77 ar-reason-text  PIC X(90) VALUE SPACES.
       77 ar-rmano-text   PIC X(90) VALUE SPACES.
       77 ar-outcome-text PIC X(90) VALUE SPACES.
       77 ar-note-text    PIC X(90) VALUE SPACES.
       77 ar-message      PIC X(90) VALUE SPACES.
       77 ar-request-method PIC X(6) VALUE SPACES.
       77 ar-redirect     PIC X(255) VALUE SPACES.

       77 ar-today        PIC X(8).
       77 ar-cust-id      PIC X(10).
       77 ar-open-result  PIC X(01).
       77 ar-order-no     PIC 9(10) VALUE 0.
       77 ar-qty          PIC 9(5) VALUE 0.
       77 ar-qty-taken    PIC 9(7) VALUE 0.
       77 ar-qty-left     PIC S9(7) VALUE 0.
       77 ar-qty-disp     PIC Z(6)9.
       77 ar-ord-qty      PIC 9(5) VALUE 0.
       77 ar-prod-code    PIC X(10) VALUE SPACES.
       77 ar-msg-ptr      PIC 9(4) USAGE COMP-5.
       77 ar-no-disp      PIC Z(9)9.
       77 ar-rma-no       PIC X(10) VALUE SPACES.
       77 ar-new-key      PIC 9(10) VALUE 0.
       77 ar-new-key-disp PIC Z(9)9.

      *** What the returned units are worth, what of that the order ***
      *** still owes (the credit note), and the rest (refund due).  ***
       77 ar-gross-share  PIC 9(9)V99 VALUE 0.
       77 ar-open-amt     PIC S9(9)V99 VALUE 0.
       77 ar-credit-amt   PIC 9(9)V99 VALUE 0.
       77 ar-refund-amt   PIC 9(9)V99 VALUE 0.
       77 ar-crn-no       PIC X(10) VALUE SPACES.
       77 ar-inv-no       PIC X(10) VALUE SPACES.
       77 ar-credit-ok    PIC X(01).

       77 ar-shown-count  PIC 9(4) USAGE COMP-5.
       77 ar-shown-disp   PIC Z(3)9.
       77 ar-var-ctr      PIC 9(4) USAGE COMP-5.

      *** The same currency editing showsum's display-result        ***
      *** carries, so the credit reads like the invoice it offsets. ***
       77 money-result   PIC S9(18)V99 VALUE 0.
       77 display-result PIC $ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       77 mail-to-addr  PIC X(90).
       77 mail-subject  PIC X(90).
       77 mail-body     PIC X(500).
       77 mail-template PIC X(30) VALUE SPACES.
       77 mail-accepted PIC X(01).
       77 mail-lang     PIC X(2) VALUE SPACES.

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

       start-adminreturns.

           MOVE SPACES TO the-vars.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ar-today.

           ACCEPT ar-request-method FROM ENVIRONMENT "REQUEST_METHOD"
               END-ACCEPT.

           CALL "getparam" USING the-values "action" ar-action
               END-CALL.

      *** Same guard the other admin screens carry: mutations only  ***
      *** on the POST cow.cbl already CSRF-checked.                 ***
           IF FUNCTION TRIM(ar-request-method) NOT = "POST"
              AND FUNCTION TRIM(ar-action) NOT = SPACES
               MOVE "returns must be submitted as a POST"
                   TO ar-message
           ELSE
               EVALUATE FUNCTION TRIM(ar-action)
                   WHEN "authorize"
                       PERFORM do-authorize-return
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "receive"
                       PERFORM do-receive-return
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "inspect"
                       PERFORM do-inspect-return
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "refuse"
                       PERFORM do-refuse-return
                       PERFORM answer-post-redirect
                       GOBACK
               END-EVALUATE
           END-IF.

           PERFORM show-open-returns.

           MOVE "message" TO COW-varname(295).
           MOVE ar-message TO COW-varvalue(295).

           MOVE ar-shown-count TO ar-shown-disp.
           MOVE "rmacount" TO COW-varname(294).
           MOVE FUNCTION TRIM(ar-shown-disp) TO COW-varvalue(294).

           CALL 'cowtemplate' USING the-vars "adminreturns.cow"
               the-session END-CALL.

           GOBACK.

      *****************************************************************
      *** The POST is done; its outcome rides the flash onto the    ***
      *** following GET - a refresh can't credit a return twice.    ***
      *****************************************************************
       answer-post-redirect.

           CALL "setflash" USING the-session ar-message END-CALL.
           MOVE "/admin/returns" TO ar-redirect.
           CALL "redirectto" USING ar-redirect END-CALL.

      *****************************************************************
      *** Only goods that left the warehouse and were invoiced can  ***
      *** come back, and never more units than the order carried:   ***
      *** the units on its earlier returns, refused ones aside,     ***
      *** count against it.                                         ***
      *****************************************************************
       do-authorize-return.

           CALL "getparam" USING the-values "custid"
               ar-custid-text END-CALL.
           CALL "getparam" USING the-values "orderno"
               ar-orderno-text END-CALL.
           CALL "getparam" USING the-values "qty"
               ar-qty-text END-CALL.
           CALL "getparam" USING the-values "reason"
               ar-reason-text END-CALL.

           IF FUNCTION TRIM(ar-custid-text) = SPACES
              OR FUNCTION TEST-NUMVAL(ar-orderno-text) NOT = 0
               MOVE "a customer id and order number are required"
                   TO ar-message
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(ar-qty-text) NOT = 0
               MOVE "the quantity coming back must be a number"
                   TO ar-message
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(ar-qty-text) < 1
              OR FUNCTION NUMVAL(ar-qty-text) > 99999
               MOVE "the quantity coming back must be at least one"
                   TO ar-message
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(ar-reason-text) = SPACES
               MOVE "give a reason for the return" TO ar-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ar-custid-text) TO ar-cust-id.
           COMPUTE ar-order-no = FUNCTION NUMVAL(ar-orderno-text).
           COMPUTE ar-qty = FUNCTION NUMVAL(ar-qty-text).

           OPEN INPUT orders-file.
           IF orders-file-status NOT = "00"
               MOVE "orders dataset could not be opened"
                   TO ar-message
               EXIT PARAGRAPH
           END-IF.
           MOVE ar-cust-id TO ORD-CUST-ID.
           MOVE ar-order-no TO ORD-NO.
           READ orders-file
               INVALID KEY
                   MOVE "no order under that customer and number"
                       TO ar-message
           END-READ.
           CLOSE orders-file.
           IF ar-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE ORD-QTY TO ar-ord-qty.
           MOVE ORD-INVOICE TO ar-inv-no.
           MOVE ORD-PROD-CODE TO ar-prod-code.

           EVALUATE TRUE
               WHEN ORD-STATUS = "C"
                   MOVE "that order is cancelled" TO ar-message
               WHEN ORD-STATUS = "W"
                   MOVE "that order has been written off"
                       TO ar-message
               WHEN ORD-SOURCE = "I"
                   MOVE "an interest charge has no goods to return"
                       TO ar-message
               WHEN ORD-FUL-STATUS = "A" OR ORD-FUL-STATUS = "K"
                   MOVE "that order has not been dispatched - the "
                     & "goods are still here" TO ar-message
               WHEN ORD-INVOICE = SPACES
                   MOVE "that order is not invoiced yet - return it "
                     & "once the invoice is out" TO ar-message
           END-EVALUATE.
           IF ar-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O rmas-file.
           IF rmas-file-status = "35"
               OPEN OUTPUT rmas-file
               CLOSE rmas-file
               OPEN I-O rmas-file
           END-IF.
           IF rmas-file-status NOT = "00"
               MOVE "the returns dataset could not be opened"
                   TO ar-message
               EXIT PARAGRAPH
           END-IF.

           PERFORM count-units-returned.
           COMPUTE ar-qty-left = ar-ord-qty - ar-qty-taken.
           IF ar-qty > ar-qty-left
               CLOSE rmas-file
               IF ar-qty-left < 1
                   MOVE "every unit on that order is already on a "
                     & "return" TO ar-message
               ELSE
                   MOVE ar-qty-left TO ar-qty-disp
                   STRING "only "                   DELIMITED BY SIZE
                          FUNCTION TRIM(ar-qty-disp) DELIMITED BY SIZE
                          " unit(s) of that order can still come "
                                                    DELIMITED BY SIZE
                          "back"                    DELIMITED BY SIZE
                       INTO ar-message
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF.

           CALL "getnextkey" USING "RMA       " ar-new-key END-CALL.
           IF ar-new-key = 0
               CLOSE rmas-file
               MOVE "could not assign a return number" TO ar-message
               EXIT PARAGRAPH
           END-IF.
           MOVE ar-new-key TO ar-new-key-disp.

           MOVE SPACES TO rma-record.
           MOVE FUNCTION TRIM(ar-new-key-disp) TO RMA-NO.
           MOVE ar-cust-id TO RMA-CUST-ID.
           MOVE ar-order-no TO RMA-ORD-NO.
           MOVE ar-inv-no TO RMA-INV-NO.
           MOVE ar-prod-code TO RMA-PROD-CODE.
           MOVE ar-qty TO RMA-QTY.
           MOVE FUNCTION TRIM(ar-reason-text) TO RMA-REASON.
           MOVE "A" TO RMA-STATUS.
           MOVE ar-today TO RMA-AUTH-DATE.
           MOVE SESS-USER OF the-session TO RMA-AUTH-BY.
           MOVE 0 TO RMA-CREDIT.
           MOVE 0 TO RMA-REFUND-DUE.
           MOVE FUNCTION CURRENT-DATE TO RMA-CHANGED.
           MOVE SESS-USER OF the-session TO RMA-CHANGED-BY.

           WRITE rma-record
               INVALID KEY
                   MOVE "could not file that return" TO ar-message
               NOT INVALID KEY
                   MOVE "rmas" TO jf-dataset
                   MOVE "W" TO jf-action
                   MOVE RMA-NO TO jf-key
                   MOVE SPACES TO jf-before
                   MOVE rma-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
                   PERFORM mail-return-number
           END-WRITE.
           CLOSE rmas-file.
           IF ar-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE ar-order-no TO ar-no-disp.
           STRING "return "                    DELIMITED BY SIZE
                  FUNCTION TRIM(ar-new-key-disp) DELIMITED BY SIZE
                  " authorized for order "     DELIMITED BY SIZE
                  FUNCTION TRIM(ar-no-disp)    DELIMITED BY SIZE
               INTO ar-message
           END-STRING.

      *****************************************************************
      *** The units already on this order's returns - every one     ***
      *** except the refused.                                       ***
      *****************************************************************
       count-units-returned.

           MOVE 0 TO ar-qty-taken.
           MOVE LOW-VALUES TO RMA-NO.
           START rmas-file KEY NOT < RMA-NO
               INVALID KEY MOVE "10" TO rmas-file-status
           END-START.
           IF rmas-file-status = "00"
               READ rmas-file NEXT RECORD
                   AT END MOVE "10" TO rmas-file-status
               END-READ
               PERFORM UNTIL rmas-file-status NOT = "00"
                   IF RMA-CUST-ID = ar-cust-id
                      AND RMA-ORD-NO = ar-order-no
                      AND RMA-STATUS NOT = "X"
                       ADD RMA-QTY TO ar-qty-taken
                   END-IF
                   READ rmas-file NEXT RECORD
                       AT END MOVE "10" TO rmas-file-status
                   END-READ
               END-PERFORM
           END-IF.
           MOVE "00" TO rmas-file-status.

      *****************************************************************
      *** Goods in. An outcome given with them is the inspection    ***
      *** done on the bench; without one they wait for "inspect".   ***
      *****************************************************************
       do-receive-return.

           CALL "getparam" USING the-values "outcome"
               ar-outcome-text END-CALL.
           CALL "getparam" USING the-values "note"
               ar-note-text END-CALL.

           IF FUNCTION TRIM(ar-outcome-text) NOT = SPACES
              AND FUNCTION TRIM(ar-outcome-text) NOT = "pass"
              AND FUNCTION TRIM(ar-outcome-text) NOT = "fail"
               MOVE "the inspection outcome is pass or fail"
                   TO ar-message
               EXIT PARAGRAPH
           END-IF.

           PERFORM read-return-for-update.
           IF ar-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF RMA-STATUS NOT = "A"
               CLOSE rmas-file
               MOVE "that return is not waiting for goods"
                   TO ar-message
               EXIT PARAGRAPH
           END-IF.

           MOVE rma-record TO jf-before.
           MOVE "R" TO RMA-STATUS.
           MOVE ar-today TO RMA-RECV-DATE.

           IF FUNCTION TRIM(ar-outcome-text) = SPACES
               PERFORM rewrite-return
               CLOSE rmas-file
               IF ar-message = SPACES
                   STRING "return "               DELIMITED BY SIZE
                          FUNCTION TRIM(ar-rma-no) DELIMITED BY SIZE
                          " received - awaiting inspection"
                                                  DELIMITED BY SIZE
                       INTO ar-message
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM apply-inspection.

       do-inspect-return.

           CALL "getparam" USING the-values "outcome"
               ar-outcome-text END-CALL.
           CALL "getparam" USING the-values "note"
               ar-note-text END-CALL.

           IF FUNCTION TRIM(ar-outcome-text) NOT = "pass"
              AND FUNCTION TRIM(ar-outcome-text) NOT = "fail"
               MOVE "the inspection outcome is pass or fail"
                   TO ar-message
               EXIT PARAGRAPH
           END-IF.

           PERFORM read-return-for-update.
           IF ar-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF RMA-STATUS NOT = "R" AND RMA-STATUS NOT = "I"
               CLOSE rmas-file
               MOVE "that return is not waiting for inspection"
                   TO ar-message
               EXIT PARAGRAPH
           END-IF.
           IF RMA-STATUS = "I"
              AND FUNCTION TRIM(ar-outcome-text) = "fail"
               CLOSE rmas-file
               MOVE "that return has already passed inspection"
                   TO ar-message
               EXIT PARAGRAPH
           END-IF.

           MOVE rma-record TO jf-before.
           PERFORM apply-inspection.

      *****************************************************************
      *** Failed goods are refused; passed goods are credited. A    ***
      *** credit that cannot go through leaves the return "I" so it ***
      *** shows on the screen until it is dealt with.               ***
      *****************************************************************
       apply-inspection.

           MOVE ar-today TO RMA-INSP-DATE.
           IF FUNCTION TRIM(ar-note-text) NOT = SPACES
               MOVE FUNCTION TRIM(ar-note-text) TO RMA-NOTE
           END-IF.

           IF FUNCTION TRIM(ar-outcome-text) = "fail"
               MOVE "X" TO RMA-STATUS
               PERFORM rewrite-return
               CLOSE rmas-file
               IF ar-message = SPACES
                   STRING "return "               DELIMITED BY SIZE
                          FUNCTION TRIM(ar-rma-no) DELIMITED BY SIZE
                          " failed inspection - refused, no credit"
                                                  DELIMITED BY SIZE
                       INTO ar-message
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE "I" TO RMA-STATUS.
           PERFORM credit-returned-goods.
           IF ar-credit-ok = "Y"
               MOVE "C" TO RMA-STATUS
               MOVE ar-crn-no TO RMA-CRN-NO
               MOVE ar-credit-amt TO RMA-CREDIT
               MOVE ar-refund-amt TO RMA-REFUND-DUE
           END-IF.

           PERFORM rewrite-return.
           CLOSE rmas-file.
           IF ar-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF ar-credit-ok = "Y"
               PERFORM say-return-credited
           ELSE
               MOVE "the goods passed, but the credit could not be "
                 & "raised - see the order" TO ar-message
           END-IF.

       say-return-credited.

           IF ar-credit-amt > 0
               COMPUTE money-result = ar-credit-amt
               MOVE money-result TO display-result
               STRING "return "                DELIMITED BY SIZE
                      FUNCTION TRIM(ar-rma-no) DELIMITED BY SIZE
                      " credited - credit note " DELIMITED BY SIZE
                      FUNCTION TRIM(ar-crn-no) DELIMITED BY SIZE
                      " for "                  DELIMITED BY SIZE
                      FUNCTION TRIM(display-result) DELIMITED BY SIZE
                   INTO ar-message
               END-STRING
           ELSE
               STRING "return "                DELIMITED BY SIZE
                      FUNCTION TRIM(ar-rma-no) DELIMITED BY SIZE
                      " closed - the order was already paid"
                                               DELIMITED BY SIZE
                   INTO ar-message
               END-STRING
           END-IF.

           IF ar-refund-amt > 0
               COMPUTE money-result = ar-refund-amt
               MOVE money-result TO display-result
               COMPUTE ar-msg-ptr =
                   FUNCTION LENGTH(FUNCTION TRIM(ar-message)) + 1
               STRING ", refund due "             DELIMITED BY SIZE
                      FUNCTION TRIM(display-result) DELIMITED BY SIZE
                   INTO ar-message WITH POINTER ar-msg-ptr
               END-STRING
           END-IF.

       do-refuse-return.

           CALL "getparam" USING the-values "note"
               ar-note-text END-CALL.

           IF FUNCTION TRIM(ar-note-text) = SPACES
               MOVE "say why the return is refused" TO ar-message
               EXIT PARAGRAPH
           END-IF.

           PERFORM read-return-for-update.
           IF ar-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF RMA-STATUS NOT = "A" AND RMA-STATUS NOT = "R"
               CLOSE rmas-file
               MOVE "only a return not yet inspected can be refused"
                   TO ar-message
               EXIT PARAGRAPH
           END-IF.

           MOVE rma-record TO jf-before.
           MOVE "X" TO RMA-STATUS.
           MOVE FUNCTION TRIM(ar-note-text) TO RMA-NOTE.
           PERFORM rewrite-return.
           CLOSE rmas-file.

           IF ar-message = SPACES
               STRING "return "                DELIMITED BY SIZE
                      FUNCTION TRIM(ar-rma-no) DELIMITED BY SIZE
                      " refused"               DELIMITED BY SIZE
                   INTO ar-message
               END-STRING
           END-IF.

      *****************************************************************
      *** Leaves the returns dataset open I-O on the record named   ***
      *** by "rmano" - or closed, with the message set.             ***
      *****************************************************************
       read-return-for-update.

           CALL "getparam" USING the-values "rmano"
               ar-rmano-text END-CALL.
           IF FUNCTION TRIM(ar-rmano-text) = SPACES
               MOVE "the return number is required" TO ar-message
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(ar-rmano-text) TO ar-rma-no.

           OPEN I-O rmas-file.
           IF rmas-file-status NOT = "00"
               MOVE "the returns dataset could not be opened"
                   TO ar-message
               EXIT PARAGRAPH
           END-IF.

           MOVE ar-rma-no TO RMA-NO.
           READ rmas-file
               INVALID KEY
                   CLOSE rmas-file
                   MOVE "no return with that number" TO ar-message
           END-READ.

       rewrite-return.

           MOVE FUNCTION CURRENT-DATE TO RMA-CHANGED.
           MOVE SESS-USER OF the-session TO RMA-CHANGED-BY.
           REWRITE rma-record
               INVALID KEY
                   MOVE "could not update that return" TO ar-message
               NOT INVALID KEY
                   MOVE "rmas" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE RMA-NO TO jf-key
                   MOVE rma-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.

      *****************************************************************
      *** The returned units' share of the order's gross, tax       ***
      *** included. What the order still owes of it is credited on  ***
      *** a one-line note against the invoice; the rest had been    ***
      *** paid and is refund due. The return record stays in hand.  ***
      *****************************************************************
       credit-returned-goods.

           MOVE "N" TO ar-credit-ok.
           MOVE 0 TO ar-credit-amt ar-refund-amt.
           MOVE SPACES TO ar-crn-no.
           MOVE RMA-INV-NO TO ar-inv-no.

           OPEN I-O orders-file.
           IF orders-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE RMA-CUST-ID TO ORD-CUST-ID.
           MOVE RMA-ORD-NO TO ORD-NO.
           READ orders-file
               INVALID KEY MOVE "23" TO orders-file-status
           END-READ.
           IF orders-file-status NOT = "00"
              OR ORD-STATUS = "C" OR ORD-STATUS = "W"
              OR ORD-INVOICE NOT = ar-inv-no
              OR ORD-QTY = 0
               CLOSE orders-file
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ar-gross-share ROUNDED =
               (ORD-AMOUNT + ORD-TAX) * RMA-QTY / ORD-QTY.
           COMPUTE ar-open-amt = ORD-AMOUNT + ORD-TAX
               - ORD-PAID - ORD-CREDITED - ORD-WRITTEN-OFF.
           IF ar-open-amt < 0
               MOVE 0 TO ar-open-amt
           END-IF.
           IF ar-gross-share > ar-open-amt
               MOVE ar-open-amt TO ar-credit-amt
           ELSE
               MOVE ar-gross-share TO ar-credit-amt
           END-IF.
           COMPUTE ar-refund-amt = ar-gross-share - ar-credit-amt.

           IF ar-credit-amt = 0
               CLOSE orders-file
               MOVE "Y" TO ar-credit-ok
               EXIT PARAGRAPH
           END-IF.

           CALL "getnextkey" USING "CREDITNOTE" ar-new-key END-CALL.
           IF ar-new-key = 0
               CLOSE orders-file
               EXIT PARAGRAPH
           END-IF.
           MOVE ar-new-key TO ar-new-key-disp.
           MOVE FUNCTION TRIM(ar-new-key-disp) TO ar-crn-no.

           MOVE order-record TO jf-before.
           ADD ar-credit-amt TO ORD-CREDITED.
           IF ORD-PAID + ORD-CREDITED NOT < ORD-AMOUNT + ORD-TAX
               MOVE "P" TO ORD-STATUS
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO ORD-CHANGED.
           REWRITE order-record
               INVALID KEY MOVE "23" TO orders-file-status
               NOT INVALID KEY
                   MOVE "orders" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE ORD-KEY TO jf-key
                   MOVE order-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.
           CLOSE orders-file.
           IF orders-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM write-return-credit-note.
           PERFORM add-credit-to-invoice.
           PERFORM mail-credit-note.
           MOVE "Y" TO ar-credit-ok.

       write-return-credit-note.

           OPEN I-O creditnotes-file.
           IF creditnotes-file-status = "35"
               OPEN OUTPUT creditnotes-file
               CLOSE creditnotes-file
               OPEN I-O creditnotes-file
           END-IF.
           IF creditnotes-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO creditnote-record.
           MOVE ar-crn-no TO CRN-NO.
           MOVE ar-inv-no TO CRN-INV-NO.
           MOVE RMA-CUST-ID TO CRN-CUST-ID.
           MOVE ar-credit-amt TO CRN-AMOUNT.
           STRING "return "                DELIMITED BY SIZE
                  FUNCTION TRIM(RMA-NO)    DELIMITED BY SIZE
                  ": "                     DELIMITED BY SIZE
                  FUNCTION TRIM(RMA-REASON) DELIMITED BY SIZE
               INTO CRN-REASON
           END-STRING.
           MOVE 1 TO CRN-LINES.
           MOVE RMA-CUST-ID TO CRN-ORD-CUST-ID(1).
           MOVE RMA-ORD-NO TO CRN-ORD-NO(1).
           MOVE ar-credit-amt TO CRN-ORD-AMOUNT(1).
           MOVE SESS-USER OF the-session TO CRN-USER.
           MOVE FUNCTION CURRENT-DATE TO CRN-CREATED.
           MOVE "N" TO CRN-MAILED.
           WRITE creditnote-record
               INVALID KEY CONTINUE
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
               MOVE ar-inv-no TO INV-NO
               READ invoices-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD ar-credit-amt TO INV-CREDITED
                       REWRITE invoice-record
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
               CLOSE invoices-file
           END-IF.

      *****************************************************************
      *** The customer master for the mail gate - bounced-out or    ***
      *** do-not-email customers get nothing on the spool.          ***
      *****************************************************************
       read-mail-customer.

           MOVE SPACES TO mail-to-addr.

           OPEN INPUT customers-file.
           IF customers-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ customers-file
               INVALID KEY MOVE "23" TO customers-file-status
           END-READ.
           CLOSE customers-file.
           IF customers-file-status = "23"
               EXIT PARAGRAPH
           END-IF.

           CALL "custcrypt" USING "O" customer-record ar-open-result
           END-CALL.
           IF ar-open-result NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF CUST-EMAIL-BAD = "Y" OR CUST-NO-EMAIL = "Y"
              OR FUNCTION TRIM(CUST-EMAIL) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE CUST-EMAIL TO mail-to-addr.
           MOVE CUST-LANG TO mail-lang.

       mail-return-number.

           MOVE RMA-CUST-ID TO CUST-ID.
           PERFORM read-mail-customer.
           IF mail-to-addr = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE RMA-ORD-NO TO ar-no-disp.
           MOVE RMA-QTY TO ar-qty-disp.

           MOVE SPACES TO mail-subject.
           STRING "Return authorized - return number "
                                                DELIMITED BY SIZE
                  FUNCTION TRIM(RMA-NO)         DELIMITED BY SIZE
               INTO mail-subject
           END-STRING.

           MOVE SPACES TO mail-body.
           STRING "Dear "                       DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-NAME)      DELIMITED BY SIZE
                  ", your return of "           DELIMITED BY SIZE
                  FUNCTION TRIM(ar-qty-disp)    DELIMITED BY SIZE
                  " item(s) from order "        DELIMITED BY SIZE
                  FUNCTION TRIM(ar-no-disp)     DELIMITED BY SIZE
                  " is authorized under return number "
                                                DELIMITED BY SIZE
                  FUNCTION TRIM(RMA-NO)         DELIMITED BY SIZE
                  ". Please write it on the parcel."
                                                DELIMITED BY SIZE
               INTO mail-body
           END-STRING.

           MOVE SPACES TO the-mailvars.
           MOVE "name" TO MV-varname(1).
           MOVE FUNCTION TRIM(CUST-NAME)
               TO MV-varvalue(1).
           MOVE "rmano" TO MV-varname(2).
           MOVE FUNCTION TRIM(RMA-NO)
               TO MV-varvalue(2).
           MOVE "orderno" TO MV-varname(3).
           MOVE FUNCTION TRIM(ar-no-disp)
               TO MV-varvalue(3).
           MOVE "qty" TO MV-varname(4).
           MOVE FUNCTION TRIM(ar-qty-disp)
               TO MV-varvalue(4).
           MOVE "rma" TO mail-template.
           CALL "composemail" USING mail-template mail-lang
               the-mailvars mail-body END-CALL.

           MOVE "N" TO mail-accepted.
           CALL "sendmailq" USING mail-to-addr mail-subject
               mail-body mail-template mail-accepted END-CALL.

      *****************************************************************
      *** The credit note goes out the way /admin/credits sends     ***
      *** one, on the same template.                                ***
      *****************************************************************
       mail-credit-note.

           MOVE RMA-CUST-ID TO CUST-ID.
           PERFORM read-mail-customer.
           IF mail-to-addr = SPACES
               EXIT PARAGRAPH
           END-IF.

           COMPUTE money-result = ar-credit-amt.
           MOVE money-result TO display-result.

           MOVE SPACES TO mail-subject.
           STRING "Credit note "                DELIMITED BY SIZE
                  FUNCTION TRIM(ar-crn-no)      DELIMITED BY SIZE
                  " against invoice "           DELIMITED BY SIZE
                  FUNCTION TRIM(ar-inv-no)      DELIMITED BY SIZE
               INTO mail-subject
           END-STRING.

           MOVE SPACES TO mail-body.
           STRING "Dear "                       DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-NAME)      DELIMITED BY SIZE
                  ", credit note "              DELIMITED BY SIZE
                  FUNCTION TRIM(ar-crn-no)      DELIMITED BY SIZE
                  " reduces invoice "           DELIMITED BY SIZE
                  FUNCTION TRIM(ar-inv-no)      DELIMITED BY SIZE
                  " by "                        DELIMITED BY SIZE
                  FUNCTION TRIM(display-result) DELIMITED BY SIZE
                  " for the goods returned under "
                                                DELIMITED BY SIZE
                  FUNCTION TRIM(RMA-NO)         DELIMITED BY SIZE
                  "."                           DELIMITED BY SIZE
               INTO mail-body
           END-STRING.

           MOVE SPACES TO the-mailvars.
           MOVE "name" TO MV-varname(1).
           MOVE FUNCTION TRIM(CUST-NAME)
               TO MV-varvalue(1).
           MOVE "creditno" TO MV-varname(2).
           MOVE FUNCTION TRIM(ar-crn-no)
               TO MV-varvalue(2).
           MOVE "invoiceno" TO MV-varname(3).
           MOVE FUNCTION TRIM(ar-inv-no)
               TO MV-varvalue(3).
           MOVE "total" TO MV-varname(4).
           MOVE FUNCTION TRIM(display-result)
               TO MV-varvalue(4).
           MOVE "reason" TO MV-varname(5).
           STRING "goods returned under "       DELIMITED BY SIZE
                  FUNCTION TRIM(RMA-NO)         DELIMITED BY SIZE
               INTO MV-varvalue(5)
           END-STRING.
           MOVE "creditnote" TO mail-template.
           CALL "composemail" USING mail-template mail-lang
               the-mailvars mail-body END-CALL.

           MOVE "N" TO mail-accepted.
           CALL "sendmailq" USING mail-to-addr mail-subject
               mail-body mail-template mail-accepted END-CALL.

           IF mail-accepted = "Y"
               OPEN I-O creditnotes-file
               IF creditnotes-file-status = "00"
                   MOVE ar-crn-no TO CRN-NO
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

      *****************************************************************
      *** The returns not yet closed - authorized, received, or     ***
      *** passed and waiting on a credit - up to 30, nine slots     ***
      *** each from slot 1.                                         ***
      *****************************************************************
       show-open-returns.

           MOVE 0 TO ar-shown-count.

           OPEN INPUT rmas-file.
           IF rmas-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ rmas-file NEXT RECORD
               AT END MOVE "10" TO rmas-file-status
           END-READ.
           PERFORM UNTIL rmas-file-status NOT = "00"
               OR ar-shown-count >= 30
               IF RMA-STATUS = "A" OR RMA-STATUS = "R"
                  OR RMA-STATUS = "I"
                   PERFORM add-return-to-vars
                   ADD 1 TO ar-shown-count
               END-IF
               READ rmas-file NEXT RECORD
                   AT END MOVE "10" TO rmas-file-status
               END-READ
           END-PERFORM.

           CLOSE rmas-file.

       add-return-to-vars.

           MOVE ar-shown-count TO ar-shown-disp.
           COMPUTE ar-var-ctr = (ar-shown-count * 9) + 1.

           STRING "rma" DELIMITED BY SIZE
                  FUNCTION TRIM(ar-shown-disp) DELIMITED BY SIZE
                  "no" DELIMITED BY SIZE
               INTO COW-varname(ar-var-ctr).
           MOVE RMA-NO TO COW-varvalue(ar-var-ctr).

           ADD 1 TO ar-var-ctr.
           STRING "rma" DELIMITED BY SIZE
                  FUNCTION TRIM(ar-shown-disp) DELIMITED BY SIZE
                  "cust" DELIMITED BY SIZE
               INTO COW-varname(ar-var-ctr).
           MOVE RMA-CUST-ID TO COW-varvalue(ar-var-ctr).

           ADD 1 TO ar-var-ctr.
           STRING "rma" DELIMITED BY SIZE
                  FUNCTION TRIM(ar-shown-disp) DELIMITED BY SIZE
                  "order" DELIMITED BY SIZE
               INTO COW-varname(ar-var-ctr).
           MOVE RMA-ORD-NO TO ar-no-disp.
           MOVE FUNCTION TRIM(ar-no-disp) TO COW-varvalue(ar-var-ctr).

           ADD 1 TO ar-var-ctr.
           STRING "rma" DELIMITED BY SIZE
                  FUNCTION TRIM(ar-shown-disp) DELIMITED BY SIZE
                  "prod" DELIMITED BY SIZE
               INTO COW-varname(ar-var-ctr).
           MOVE RMA-PROD-CODE TO COW-varvalue(ar-var-ctr).

           ADD 1 TO ar-var-ctr.
           STRING "rma" DELIMITED BY SIZE
                  FUNCTION TRIM(ar-shown-disp) DELIMITED BY SIZE
                  "qty" DELIMITED BY SIZE
               INTO COW-varname(ar-var-ctr).
           MOVE RMA-QTY TO ar-qty-disp.
           MOVE FUNCTION TRIM(ar-qty-disp) TO COW-varvalue(ar-var-ctr).

           ADD 1 TO ar-var-ctr.
           STRING "rma" DELIMITED BY SIZE
                  FUNCTION TRIM(ar-shown-disp) DELIMITED BY SIZE
                  "reason" DELIMITED BY SIZE
               INTO COW-varname(ar-var-ctr).
           MOVE FUNCTION TRIM(RMA-REASON) TO COW-varvalue(ar-var-ctr).

           ADD 1 TO ar-var-ctr.
           STRING "rma" DELIMITED BY SIZE
                  FUNCTION TRIM(ar-shown-disp) DELIMITED BY SIZE
                  "stage" DELIMITED BY SIZE
               INTO COW-varname(ar-var-ctr).
           EVALUATE RMA-STATUS
               WHEN "A"
                   MOVE "authorized" TO COW-varvalue(ar-var-ctr)
               WHEN "R"
                   MOVE "received" TO COW-varvalue(ar-var-ctr)
               WHEN OTHER
                   MOVE "inspected - credit to raise"
                       TO COW-varvalue(ar-var-ctr)
           END-EVALUATE.

           ADD 1 TO ar-var-ctr.
           STRING "rma" DELIMITED BY SIZE
                  FUNCTION TRIM(ar-shown-disp) DELIMITED BY SIZE
                  "authorized" DELIMITED BY SIZE
               INTO COW-varname(ar-var-ctr).
           MOVE RMA-AUTH-DATE TO COW-varvalue(ar-var-ctr).

           ADD 1 TO ar-var-ctr.
           STRING "rma" DELIMITED BY SIZE
                  FUNCTION TRIM(ar-shown-disp) DELIMITED BY SIZE
                  "received" DELIMITED BY SIZE
               INTO COW-varname(ar-var-ctr).
           MOVE RMA-RECV-DATE TO COW-varvalue(ar-var-ctr).
