      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  warehouse fulfilment screen: pick and dispatch   ***
      *** UPDATE:  customer record opened before its email is used  ***
      *** UPDATE:  an order held for approval can't be picked       ***
      *****************************************************************
      *** /admin/fulfilment, in the adminorders mold: where the     ***
      *** warehouse records what happened to the goods, so the      ***
      *** orders dataset knows whether they left. Every goods order ***
      *** starts "A" (awaiting pick - the morning pick list prints  ***
      *** them by delivery address). A posted "action" of:          ***
      ***  - "pick" marks one order picked ("K") once it is on the  ***
      ***    packing bench;                                         ***
      ***  - "dispatch" sends a customer's picked orders - all of   ***
      ***    them, or the one order number given - as one shipment: ***
      ***    the shipment number comes from the shared key counter, ***
      ***    each order goes to "D" with the carrier and tracking   ***
      ***    reference, the customer is mailed through composemail  ***
      ***    the same way a credit note is, and a "dispatchnote"    ***
      ***    job is queued so the background worker prints the      ***
      ***    note to go in the parcel.                              ***
      *** A cancelled order is never picked or dispatched; moving   ***
      *** on from dispatched is a return, not this screen. The      ***
      *** page lists the goods still in the warehouse, oldest       ***
      *** customer key first.                                       ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adminfulfil.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "orderdef.cbl".
           COPY "custdef.cbl".
           COPY "jobdef.cbl".

       DATA DIVISION.

       FILE SECTION.
       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD jobqueue-file.
       01 jobqueue-record.
           COPY "jobfld.cbl".

       WORKING-STORAGE SECTION.
       77 orders-file-status    PIC X(2).
       77 customers-file-status PIC X(2).
       77 jobqueue-file-status  PIC X(2).

       77 af-action       PIC X(10) VALUE SPACES.
       77 af-custid-text  PIC X(90) VALUE SPACES.
       77 af-orderno-text PIC X(90) VALUE SPACES.
       77 af-carrier-text PIC X(90) VALUE SPACES.
       77 af-tracking-text PIC X(90) VALUE SPACES.
       77 af-message      PIC X(90) VALUE SPACES.
       77 af-request-method PIC X(6) VALUE SPACES.
       77 af-redirect     PIC X(255) VALUE SPACES.

       77 af-cust-id      PIC X(10).
       77 af-open-result  PIC X(01).
       77 af-order-no     PIC 9(10) VALUE 0.
       77 af-today        PIC X(8).
       77 af-ship-no      PIC 9(10) VALUE 0.
       77 af-ship-disp    PIC Z(9)9.
       77 af-ship-count   PIC 9(4) USAGE COMP-5.
       77 af-ship-items   PIC 9(7) USAGE COMP-5.
       77 af-count-disp   PIC Z(6)9.
       77 af-unpicked     PIC 9(4) USAGE COMP-5.
       77 af-job-key      PIC 9(10) VALUE 0.
       77 af-job-disp     PIC Z(9)9.

       77 af-shown-count  PIC 9(4) USAGE COMP-5.
       77 af-shown-disp   PIC Z(3)9.
       77 af-var-ctr      PIC 9(4) USAGE COMP-5.
       77 af-no-disp      PIC Z(9)9.
       77 af-qty-disp     PIC Z(4)9.

       77 mail-to-addr  PIC X(90).
       77 mail-subject  PIC X(90).
       77 mail-body     PIC X(500).
       77 mail-template PIC X(30) VALUE "dispatch".
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

       start-adminfulfil.

           MOVE SPACES TO the-vars.
           MOVE FUNCTION CURRENT-DATE(1:8) TO af-today.

           ACCEPT af-request-method FROM ENVIRONMENT "REQUEST_METHOD"
               END-ACCEPT.

           CALL "getparam" USING the-values "action" af-action
               END-CALL.

      *** Same guard the other admin screens carry: mutations only  ***
      *** on the POST cow.cbl already CSRF-checked.                 ***
           IF FUNCTION TRIM(af-request-method) NOT = "POST"
              AND FUNCTION TRIM(af-action) NOT = SPACES
               MOVE "warehouse changes must be submitted as a POST"
                   TO af-message
           ELSE
               EVALUATE FUNCTION TRIM(af-action)
                   WHEN "pick"
                       PERFORM do-pick-order
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "dispatch"
                       PERFORM do-dispatch
                       PERFORM answer-post-redirect
                       GOBACK
               END-EVALUATE
           END-IF.

           PERFORM show-warehouse-list.

           MOVE "message" TO COW-varname(295).
           MOVE af-message TO COW-varvalue(295).

           MOVE af-shown-count TO af-shown-disp.
           MOVE "ordercount" TO COW-varname(294).
           MOVE FUNCTION TRIM(af-shown-disp) TO COW-varvalue(294).

           CALL 'cowtemplate' USING the-vars "adminfulfil.cow"
               the-session END-CALL.

           GOBACK.

      *****************************************************************
      *** The POST is done; its outcome rides the flash onto the    ***
      *** following GET - a refresh can't dispatch the goods twice. ***
      *****************************************************************
       answer-post-redirect.

           CALL "setflash" USING the-session af-message END-CALL.
           MOVE "/admin/fulfilment" TO af-redirect.
           CALL "redirectto" USING af-redirect END-CALL.

      *****************************************************************
      *** One order off the shelf and onto the packing bench.       ***
      *****************************************************************
       do-pick-order.

           CALL "getparam" USING the-values "custid"
               af-custid-text END-CALL.
           CALL "getparam" USING the-values "orderno"
               af-orderno-text END-CALL.

           IF FUNCTION TRIM(af-custid-text) = SPACES
              OR FUNCTION TEST-NUMVAL(af-orderno-text) NOT = 0
               MOVE "a customer id and order number are required"
                   TO af-message
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O orders-file.
           IF orders-file-status NOT = "00"
               MOVE "orders dataset could not be opened"
                   TO af-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(af-custid-text) TO ORD-CUST-ID.
           COMPUTE ORD-NO = FUNCTION NUMVAL(af-orderno-text).
           READ orders-file
               INVALID KEY
                   MOVE "no order under that customer and number"
                       TO af-message
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ORD-STATUS = "C"
                           MOVE "that order is cancelled"
                               TO af-message
                       WHEN ORD-STATUS = "H"
                           MOVE "that order is held for approval"
                               TO af-message
                       WHEN ORD-FUL-STATUS = "K"
                           MOVE "that order is already picked"
                               TO af-message
                       WHEN ORD-FUL-STATUS = "D"
                           MOVE "that order has been dispatched"
                               TO af-message
                       WHEN ORD-FUL-STATUS NOT = "A"
                           MOVE "that order has nothing to ship"
                               TO af-message
                       WHEN OTHER
                           PERFORM mark-order-picked
                   END-EVALUATE
           END-READ.

           CLOSE orders-file.

       mark-order-picked.

           MOVE order-record TO jf-before.
           MOVE "K" TO ORD-FUL-STATUS.
           MOVE af-today TO ORD-PICKED.
           MOVE FUNCTION CURRENT-DATE TO ORD-CHANGED.
           REWRITE order-record
               INVALID KEY
                   MOVE "could not mark that order picked"
                       TO af-message
               NOT INVALID KEY
                   PERFORM journal-order-change
                   MOVE ORD-NO TO af-no-disp
                   STRING "order "                  DELIMITED BY SIZE
                          FUNCTION TRIM(af-no-disp) DELIMITED BY SIZE
                          " picked"                 DELIMITED BY SIZE
                       INTO af-message
                   END-STRING
           END-REWRITE.

      *****************************************************************
      *** The customer's picked orders - or just the one named -    ***
      *** leave as one shipment. The shipment number is only minted ***
      *** once there is something to send.                          ***
      *****************************************************************
       do-dispatch.

           CALL "getparam" USING the-values "custid"
               af-custid-text END-CALL.
           CALL "getparam" USING the-values "orderno"
               af-orderno-text END-CALL.
           CALL "getparam" USING the-values "carrier"
               af-carrier-text END-CALL.
           CALL "getparam" USING the-values "tracking"
               af-tracking-text END-CALL.

           IF FUNCTION TRIM(af-custid-text) = SPACES
               MOVE "a customer id is required" TO af-message
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(af-carrier-text) = SPACES
              OR FUNCTION TRIM(af-tracking-text) = SPACES
               MOVE "the carrier and its tracking reference are "
                 & "required" TO af-message
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO af-order-no.
           IF FUNCTION TRIM(af-orderno-text) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(af-orderno-text) NOT = 0
                   MOVE "the order number must be a number"
                       TO af-message
                   EXIT PARAGRAPH
               END-IF
               COMPUTE af-order-no = FUNCTION NUMVAL(af-orderno-text)
           END-IF.

           MOVE FUNCTION TRIM(af-custid-text) TO af-cust-id.
           MOVE 0 TO af-ship-no.
           MOVE 0 TO af-ship-count.
           MOVE 0 TO af-ship-items.
           MOVE 0 TO af-unpicked.

           OPEN I-O orders-file.
           IF orders-file-status NOT = "00"
               MOVE "orders dataset could not be opened"
                   TO af-message
               EXIT PARAGRAPH
           END-IF.

           MOVE af-cust-id TO ORD-CUST-ID.
           MOVE 0 TO ORD-NO.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "10" TO orders-file-status
           END-START.
           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
               PERFORM UNTIL orders-file-status NOT = "00"
                   OR ORD-CUST-ID NOT = af-cust-id
                   OR af-message NOT = SPACES
                   IF ORD-STATUS NOT = "C"
                      AND (af-order-no = 0 OR ORD-NO = af-order-no)
                       IF ORD-FUL-STATUS = "K"
                           PERFORM dispatch-one-order
                       END-IF
                       IF ORD-FUL-STATUS = "A"
                           ADD 1 TO af-unpicked
                       END-IF
                   END-IF
                   READ orders-file NEXT RECORD
                       AT END MOVE "10" TO orders-file-status
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE orders-file.

           IF af-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF af-ship-count = 0
               IF af-unpicked > 0
                   MOVE "nothing picked yet - pick the goods before "
                     & "dispatching them" TO af-message
               ELSE
                   MOVE "no picked goods for that customer and order"
                       TO af-message
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM mail-dispatch-notice.
           PERFORM queue-dispatch-note.

           IF af-message = SPACES
               MOVE af-ship-count TO af-count-disp
               STRING "shipment "                 DELIMITED BY SIZE
                      FUNCTION TRIM(af-ship-disp) DELIMITED BY SIZE
                      " dispatched with "         DELIMITED BY SIZE
                      FUNCTION TRIM(af-count-disp) DELIMITED BY SIZE
                      " order(s) - the dispatch note prints with "
                                                  DELIMITED BY SIZE
                      "the next worker run"       DELIMITED BY SIZE
                   INTO af-message
               END-STRING
           END-IF.

       dispatch-one-order.

           IF af-ship-no = 0
               CALL "getnextkey" USING "SHIPMENT  " af-ship-no
                   END-CALL
               IF af-ship-no = 0
                   MOVE "could not assign a shipment number - try "
                     & "again" TO af-message
                   EXIT PARAGRAPH
               END-IF
               MOVE af-ship-no TO af-ship-disp
           END-IF.

           MOVE order-record TO jf-before.
           MOVE "D" TO ORD-FUL-STATUS.
           MOVE af-today TO ORD-DISPATCHED.
           MOVE af-ship-no TO ORD-SHIPMENT.
           MOVE FUNCTION TRIM(af-carrier-text) TO ORD-CARRIER.
           MOVE FUNCTION TRIM(af-tracking-text) TO ORD-TRACKING.
           MOVE FUNCTION CURRENT-DATE TO ORD-CHANGED.
           REWRITE order-record
               INVALID KEY
                   MOVE "could not record the dispatch of every order"
                       TO af-message
               NOT INVALID KEY
                   PERFORM journal-order-change
                   ADD 1 TO af-ship-count
                   ADD ORD-QTY TO af-ship-items
           END-REWRITE.

       journal-order-change.

           MOVE "orders" TO jf-dataset.
           MOVE "R" TO jf-action.
           MOVE ORD-KEY TO jf-key.
           MOVE order-record TO jf-after.
           CALL "logjournal" USING jf-dataset jf-action jf-key
               jf-before jf-after END-CALL.

      *****************************************************************
      *** Same gate as the invoice: a bounced-out or do-not-email   ***
      *** customer goes without, everyone else gets the notice on   ***
      *** the spool in their own language.                          ***
      *****************************************************************
       mail-dispatch-notice.

           MOVE SPACES TO mail-to-addr.

           OPEN INPUT customers-file.
           IF customers-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE af-cust-id TO CUST-ID.
           READ customers-file
               INVALID KEY MOVE "23" TO customers-file-status
           END-READ.
           CLOSE customers-file.
           IF customers-file-status = "23"
               EXIT PARAGRAPH
           END-IF.

           CALL "custcrypt" USING "O" customer-record af-open-result
           END-CALL.
           IF af-open-result NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF CUST-EMAIL-BAD = "Y" OR CUST-NO-EMAIL = "Y"
              OR FUNCTION TRIM(CUST-EMAIL) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE CUST-EMAIL TO mail-to-addr.
           MOVE CUST-LANG TO mail-lang.
           MOVE af-ship-items TO af-count-disp.

           MOVE SPACES TO mail-subject.
           STRING "Your order has been dispatched - shipment "
                                                DELIMITED BY SIZE
                  FUNCTION TRIM(af-ship-disp)   DELIMITED BY SIZE
               INTO mail-subject
           END-STRING.

           MOVE SPACES TO mail-body.
           STRING "Dear "                       DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-NAME)      DELIMITED BY SIZE
                  ", shipment "                 DELIMITED BY SIZE
                  FUNCTION TRIM(af-ship-disp)   DELIMITED BY SIZE
                  " with "                      DELIMITED BY SIZE
                  FUNCTION TRIM(af-count-disp)  DELIMITED BY SIZE
                  " item(s) has left our warehouse with "
                                                DELIMITED BY SIZE
                  FUNCTION TRIM(af-carrier-text) DELIMITED BY SIZE
                  ", tracking reference "       DELIMITED BY SIZE
                  FUNCTION TRIM(af-tracking-text) DELIMITED BY SIZE
                  "."                           DELIMITED BY SIZE
               INTO mail-body
           END-STRING.

           MOVE SPACES TO the-mailvars.
           MOVE "name" TO MV-varname(1).
           MOVE FUNCTION TRIM(CUST-NAME)
               TO MV-varvalue(1).
           MOVE "shipmentno" TO MV-varname(2).
           MOVE FUNCTION TRIM(af-ship-disp)
               TO MV-varvalue(2).
           MOVE "items" TO MV-varname(3).
           MOVE FUNCTION TRIM(af-count-disp)
               TO MV-varvalue(3).
           MOVE "carrier" TO MV-varname(4).
           MOVE FUNCTION TRIM(af-carrier-text)
               TO MV-varvalue(4).
           MOVE "tracking" TO MV-varname(5).
           MOVE FUNCTION TRIM(af-tracking-text)
               TO MV-varvalue(5).
           CALL "composemail" USING mail-template mail-lang
               the-mailvars mail-body END-CALL.

           MOVE "N" TO mail-accepted.
           CALL "sendmailq" USING mail-to-addr mail-subject
               mail-body mail-template mail-accepted END-CALL.

      *****************************************************************
      *** The dispatch note is print work - queued for the          ***
      *** background worker as customer/shipment, same queue the    ***
      *** subject-access export uses.                               ***
      *****************************************************************
       queue-dispatch-note.

           OPEN I-O jobqueue-file.
           IF jobqueue-file-status = "35"
               OPEN OUTPUT jobqueue-file
               CLOSE jobqueue-file
               OPEN I-O jobqueue-file
           END-IF.
           IF jobqueue-file-status NOT = "00"
               MOVE "dispatched, but the dispatch note could not be "
                 & "queued" TO af-message
               EXIT PARAGRAPH
           END-IF.

           CALL "getnextkey" USING "JOBID     " af-job-key END-CALL.
           IF af-job-key = 0
               CLOSE jobqueue-file
               MOVE "dispatched, but the dispatch note could not be "
                 & "queued" TO af-message
               EXIT PARAGRAPH
           END-IF.

           MOVE af-job-key TO af-job-disp.
           MOVE SPACES TO jobqueue-record.
           MOVE FUNCTION TRIM(af-job-disp) TO JOB-ID.
           MOVE "dispatchnote" TO JOB-TYPE.
           STRING FUNCTION TRIM(af-cust-id)    DELIMITED BY SIZE
                  "/"                          DELIMITED BY SIZE
                  FUNCTION TRIM(af-ship-disp)  DELIMITED BY SIZE
               INTO JOB-INPUT
           END-STRING.
           MOVE "P" TO JOB-STATUS.
           MOVE 1 TO JOB-TOTAL.
           MOVE 0 TO JOB-DONE.
           MOVE SPACES TO JOB-MESSAGE.
           MOVE SESS-USER OF the-session TO JOB-USER.
           MOVE FUNCTION CURRENT-DATE TO JOB-CREATED.

           WRITE jobqueue-record
               INVALID KEY
                   MOVE "dispatched, but the dispatch note could "
                     & "not be queued" TO af-message
           END-WRITE.

           CLOSE jobqueue-file.

      *****************************************************************
      *** The goods still in the warehouse - awaiting pick or       ***
      *** picked - up to 30, eight slots each from slot 1.          ***
      *****************************************************************
       show-warehouse-list.

           MOVE 0 TO af-shown-count.

           OPEN INPUT orders-file.
           IF orders-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ orders-file NEXT RECORD
               AT END MOVE "10" TO orders-file-status
           END-READ.
           PERFORM UNTIL orders-file-status NOT = "00"
               OR af-shown-count >= 30
               IF ORD-STATUS NOT = "C"
                  AND (ORD-FUL-STATUS = "A" OR ORD-FUL-STATUS = "K")
                   PERFORM add-order-to-vars
                   ADD 1 TO af-shown-count
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.

           CLOSE orders-file.

       add-order-to-vars.

           MOVE af-shown-count TO af-shown-disp.
           COMPUTE af-var-ctr = (af-shown-count * 8) + 1.

           STRING "ord" DELIMITED BY SIZE
                  FUNCTION TRIM(af-shown-disp) DELIMITED BY SIZE
                  "cust" DELIMITED BY SIZE
               INTO COW-varname(af-var-ctr).
           MOVE ORD-CUST-ID TO COW-varvalue(af-var-ctr).

           ADD 1 TO af-var-ctr.
           STRING "ord" DELIMITED BY SIZE
                  FUNCTION TRIM(af-shown-disp) DELIMITED BY SIZE
                  "no" DELIMITED BY SIZE
               INTO COW-varname(af-var-ctr).
           MOVE ORD-NO TO af-no-disp.
           MOVE FUNCTION TRIM(af-no-disp) TO COW-varvalue(af-var-ctr).

           ADD 1 TO af-var-ctr.
           STRING "ord" DELIMITED BY SIZE
                  FUNCTION TRIM(af-shown-disp) DELIMITED BY SIZE
                  "prod" DELIMITED BY SIZE
               INTO COW-varname(af-var-ctr).
           MOVE ORD-PROD-CODE TO COW-varvalue(af-var-ctr).

           ADD 1 TO af-var-ctr.
           STRING "ord" DELIMITED BY SIZE
                  FUNCTION TRIM(af-shown-disp) DELIMITED BY SIZE
                  "desc" DELIMITED BY SIZE
               INTO COW-varname(af-var-ctr).
           MOVE FUNCTION TRIM(ORD-DESC) TO COW-varvalue(af-var-ctr).

           ADD 1 TO af-var-ctr.
           STRING "ord" DELIMITED BY SIZE
                  FUNCTION TRIM(af-shown-disp) DELIMITED BY SIZE
                  "qty" DELIMITED BY SIZE
               INTO COW-varname(af-var-ctr).
           MOVE ORD-QTY TO af-qty-disp.
           MOVE FUNCTION TRIM(af-qty-disp) TO COW-varvalue(af-var-ctr).

           ADD 1 TO af-var-ctr.
           STRING "ord" DELIMITED BY SIZE
                  FUNCTION TRIM(af-shown-disp) DELIMITED BY SIZE
                  "taken" DELIMITED BY SIZE
               INTO COW-varname(af-var-ctr).
           MOVE ORD-CREATED(1:8) TO COW-varvalue(af-var-ctr).

           ADD 1 TO af-var-ctr.
           STRING "ord" DELIMITED BY SIZE
                  FUNCTION TRIM(af-shown-disp) DELIMITED BY SIZE
                  "stage" DELIMITED BY SIZE
               INTO COW-varname(af-var-ctr).
           IF ORD-FUL-STATUS = "K"
               MOVE "picked" TO COW-varvalue(af-var-ctr)
           ELSE
               MOVE "awaiting pick" TO COW-varvalue(af-var-ctr)
           END-IF.

           ADD 1 TO af-var-ctr.
           STRING "ord" DELIMITED BY SIZE
                  FUNCTION TRIM(af-shown-disp) DELIMITED BY SIZE
                  "picked" DELIMITED BY SIZE
               INTO COW-varname(af-var-ctr).
           MOVE ORD-PICKED TO COW-varvalue(af-var-ctr).
