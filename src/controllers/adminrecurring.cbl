      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  recurring order schedule maintenance             ***
      *****************************************************************
      *** /admin/recurring, in the adminorders mold: the standing   ***
      *** customers' regular orders, off the clerks' paper list and ***
      *** onto data/recurring.dat for the nightly raiserecurring    ***
      *** step. A posted "action" of "add" sets up a schedule -     ***
      *** customer, catalog product, quantity, frequency (W weekly, ***
      *** M monthly, Q quarterly), a start date and an optional end ***
      *** date, both CCYYMMDD; the first order falls due on the     ***
      *** start date, which can't be in the past. "stop" ends one   ***
      *** (status S) - the record stays, with the orders it raised. ***
      *** The customer must be on file and active and the product   ***
      *** in the catalog; hold and credit limit are checked each    ***
      *** time an order is raised, not here. The list shows the     ***
      *** first 20 schedules in key order, so one customer's read   ***
      *** together.                                                 ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adminrecurring.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "recurdef.cbl".
           COPY "custdef.cbl".

       DATA DIVISION.

       FILE SECTION.
       FD recurring-file.
       01 recurring-record.
           COPY "recurfld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       WORKING-STORAGE SECTION.
       77 recurring-file-status PIC X(2).
       77 customers-file-status PIC X(2).

       77 ar-action      PIC X(10) VALUE SPACES.
       77 ar-custid-text PIC X(90) VALUE SPACES.
       77 ar-product-text PIC X(90) VALUE SPACES.
       77 ar-qty-text    PIC X(90) VALUE SPACES.
       77 ar-freq-text   PIC X(90) VALUE SPACES.
       77 ar-start-text  PIC X(90) VALUE SPACES.
       77 ar-end-text    PIC X(90) VALUE SPACES.
       77 ar-schedno-text PIC X(90) VALUE SPACES.
       77 ar-message     PIC X(90) VALUE SPACES.
       77 ar-request-method PIC X(6) VALUE SPACES.
       77 ar-redirect    PIC X(255) VALUE SPACES.

       77 ar-today       PIC X(8).
       77 ar-start       PIC X(8).
       77 ar-end         PIC X(8).
       77 ar-freq        PIC X(1).
       77 ar-qty         PIC 9(5).
       77 ar-cust-id     PIC X(10).
       77 ar-new-key      PIC 9(10) VALUE 0.
       77 ar-new-key-disp PIC Z(9)9.

       77 ar-prod-code   PIC X(10).
       77 ar-prod-desc   PIC X(60).
       77 ar-price       PIC 9(7)V99.
       77 ar-prod-result PIC X(01).

       77 ar-shown-count PIC 9(4) USAGE COMP-5.
       77 ar-shown-disp  PIC Z(3)9.
       77 ar-var-ctr     PIC 9(4) USAGE COMP-5.
       77 ar-no-disp     PIC Z(9)9.
       77 ar-qty-disp    PIC Z(4)9.

       77 ar-val-ok      PIC X(01).
       77 ar-val-message PIC X(90).
       01 ar-val-rules.
          COPY "valrule.cbl".

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

       start-adminrecurring.

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
               MOVE "schedule changes must be submitted as a POST"
                   TO ar-message
           ELSE
               EVALUATE FUNCTION TRIM(ar-action)
                   WHEN "add"
                       PERFORM do-add-schedule
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "stop"
                       PERFORM do-stop-schedule
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           PERFORM show-schedule-list.

           MOVE "message" TO COW-varname(295).
           MOVE ar-message TO COW-varvalue(295).

           MOVE ar-shown-count TO ar-shown-disp.
           MOVE "schedcount" TO COW-varname(294).
           MOVE FUNCTION TRIM(ar-shown-disp) TO COW-varvalue(294).

           CALL 'cowtemplate' USING the-vars "adminrecurring.cow"
               the-session END-CALL.

           GOBACK.

      *****************************************************************
      *** The POST is done; its outcome rides the flash onto the    ***
      *** following GET - a refresh can't set the schedule up twice.***
      *****************************************************************
       answer-post-redirect.

           CALL "setflash" USING the-session ar-message END-CALL.
           MOVE "/admin/recurring" TO ar-redirect.
           CALL "redirectto" USING ar-redirect END-CALL.

      *****************************************************************
      *** Set up one schedule. Its first order falls due on the     ***
      *** start date; raiserecurring takes it from there.           ***
      *****************************************************************
       do-add-schedule.

           MOVE SPACES TO ar-val-rules.
           MOVE "custid" TO VAL-FIELD(1).
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
           MOVE 0        TO VAL-MAXLEN(3).
           MOVE "Y"      TO VAL-RANGE(3).
           MOVE 1        TO VAL-MIN-VAL(3).
           MOVE 99999    TO VAL-MAX-VAL(3).

           CALL "validatefields" USING the-values ar-val-rules
               ar-val-ok ar-val-message END-CALL.

           IF ar-val-ok = "N"
               MOVE ar-val-message TO ar-message
               EXIT PARAGRAPH
           END-IF.

           CALL "getparam" USING the-values "custid"
               ar-custid-text END-CALL.
           CALL "getparam" USING the-values "product"
               ar-product-text END-CALL.
           CALL "getparam" USING the-values "qty"
               ar-qty-text END-CALL.
           CALL "getparam" USING the-values "freq"
               ar-freq-text END-CALL.
           CALL "getparam" USING the-values "start"
               ar-start-text END-CALL.
           CALL "getparam" USING the-values "end"
               ar-end-text END-CALL.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ar-freq-text))
               TO ar-freq-text.
           IF ar-freq-text NOT = "W" AND ar-freq-text NOT = "M"
              AND ar-freq-text NOT = "Q"
               MOVE "the frequency must be W, M or Q" TO ar-message
               EXIT PARAGRAPH
           END-IF.
           MOVE ar-freq-text(1:1) TO ar-freq.

           MOVE FUNCTION TRIM(ar-start-text) TO ar-start.
           IF ar-start IS NOT NUMERIC
              OR FUNCTION LENGTH(FUNCTION TRIM(ar-start-text)) NOT = 8
              OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(ar-start))
                  NOT = 0
               MOVE "the start date must be CCYYMMDD" TO ar-message
               EXIT PARAGRAPH
           END-IF.
           IF ar-start < ar-today
               MOVE "a schedule can't start in the past" TO ar-message
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(ar-end-text) = SPACES
               MOVE SPACES TO ar-end
           ELSE
               MOVE FUNCTION TRIM(ar-end-text) TO ar-end
               IF ar-end IS NOT NUMERIC
                  OR FUNCTION LENGTH(FUNCTION TRIM(ar-end-text))
                      NOT = 8
                  OR FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(ar-end)) NOT = 0
                   MOVE "the end date must be CCYYMMDD, or left blank"
                       TO ar-message
                   EXIT PARAGRAPH
               END-IF
               IF ar-end < ar-start
                   MOVE "the end date is before the start date"
                       TO ar-message
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE FUNCTION TRIM(ar-custid-text) TO ar-cust-id.
           PERFORM check-customer.
           IF ar-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

      *** The price is looked up again every time an order is       ***
      *** raised; here the product only has to exist and not be     ***
      *** withdrawn.                                                ***
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ar-product-text))
               TO ar-prod-code.
           CALL "lookupproduct" USING ar-prod-code ar-start
               ar-prod-desc ar-price ar-prod-result END-CALL.
           EVALUATE ar-prod-result
               WHEN "Y"
               WHEN "P"
                   CONTINUE
               WHEN "I"
                   MOVE "that product has been withdrawn from the "
                     & "catalog" TO ar-message
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "no product with that code in the catalog"
                       TO ar-message
                   EXIT PARAGRAPH
           END-EVALUATE.

           COMPUTE ar-qty = FUNCTION NUMVAL(ar-qty-text).

           OPEN I-O recurring-file.
           IF recurring-file-status = "35"
               OPEN OUTPUT recurring-file
               CLOSE recurring-file
               OPEN I-O recurring-file
           END-IF.

           IF recurring-file-status = "00"
               CALL "getnextkey" USING "RECURNO   " ar-new-key
                   END-CALL
               IF ar-new-key = 0
                   MOVE "could not assign a new schedule number"
                       TO ar-message
               ELSE
                   PERFORM write-new-schedule
               END-IF
               CLOSE recurring-file
           ELSE
               MOVE "recurring schedules could not be opened"
                   TO ar-message
           END-IF.

       check-customer.

           OPEN INPUT customers-file.
           IF customers-file-status NOT = "00"
               MOVE "customers dataset could not be opened"
                   TO ar-message
               EXIT PARAGRAPH
           END-IF.

           MOVE ar-cust-id TO CUST-ID.
           READ customers-file
               INVALID KEY
                   MOVE "no customer with that id" TO ar-message
               NOT INVALID KEY
                   IF CUST-STATUS NOT = "A"
                       MOVE "that customer is inactive" TO ar-message
                   END-IF
           END-READ.

           CLOSE customers-file.

       write-new-schedule.

           MOVE SPACES TO recurring-record.
           MOVE ar-cust-id TO REC-CUST-ID.
           MOVE ar-new-key TO REC-NO.
           MOVE ar-prod-code TO REC-PROD-CODE.
           MOVE ar-qty TO REC-QTY.
           MOVE ar-freq TO REC-FREQ.
           MOVE ar-start TO REC-START.
           MOVE ar-end TO REC-END.
           MOVE ar-start TO REC-NEXT-DUE.
           MOVE "A" TO REC-STATUS.
           MOVE 0 TO REC-LAST-ORDER.
           MOVE SPACES TO REC-LAST-RAISED.
           MOVE 0 TO REC-RAISED-COUNT.
           MOVE SESS-USER OF the-session TO REC-USER.
           MOVE FUNCTION CURRENT-DATE TO REC-CREATED.
           MOVE REC-CREATED TO REC-CHANGED.

           WRITE recurring-record
               INVALID KEY
                   MOVE "could not file that schedule" TO ar-message
               NOT INVALID KEY
                   MOVE "recurring" TO jf-dataset
                   MOVE "W" TO jf-action
                   MOVE REC-KEY TO jf-key
                   MOVE SPACES TO jf-before
                   MOVE recurring-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
                   MOVE ar-new-key TO ar-new-key-disp
                   MOVE SPACES TO ar-message
                   STRING "schedule "                   DELIMITED
                              BY SIZE
                          FUNCTION TRIM(ar-new-key-disp) DELIMITED
                              BY SIZE
                          " set up for customer "       DELIMITED
                              BY SIZE
                          FUNCTION TRIM(ar-cust-id)     DELIMITED
                              BY SIZE
                       INTO ar-message
                   END-STRING
           END-WRITE.

      *****************************************************************
      *** A stop keeps the record - status "S" and a changed stamp, ***
      *** so the orders it raised can still be traced back to it.   ***
      *****************************************************************
       do-stop-schedule.

           CALL "getparam" USING the-values "custid"
               ar-custid-text END-CALL.
           CALL "getparam" USING the-values "schedno"
               ar-schedno-text END-CALL.

           IF FUNCTION TRIM(ar-custid-text) = SPACES
              OR FUNCTION TEST-NUMVAL(ar-schedno-text) NOT = 0
               MOVE "a customer id and schedule number are required"
                   TO ar-message
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O recurring-file.
           IF recurring-file-status = "00"
               MOVE FUNCTION TRIM(ar-custid-text) TO REC-CUST-ID
               COMPUTE REC-NO =
                   FUNCTION NUMVAL(ar-schedno-text)
               READ recurring-file
                   INVALID KEY
                       MOVE "no schedule under that customer and "
                         & "number" TO ar-message
                   NOT INVALID KEY
                       IF REC-STATUS NOT = "A"
                           MOVE "that schedule is not active"
                               TO ar-message
                       ELSE
                           MOVE recurring-record TO jf-before
                           MOVE "S" TO REC-STATUS
                           MOVE SESS-USER OF the-session TO REC-USER
                           MOVE FUNCTION CURRENT-DATE TO REC-CHANGED
                           REWRITE recurring-record
                               INVALID KEY
                                   MOVE "could not stop that schedule"
                                       TO ar-message
                               NOT INVALID KEY
                                   MOVE "recurring" TO jf-dataset
                                   MOVE "R" TO jf-action
                                   MOVE REC-KEY TO jf-key
                                   MOVE recurring-record TO jf-after
                                   CALL "logjournal" USING jf-dataset
                                       jf-action jf-key jf-before
                                       jf-after END-CALL
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE recurring-file
           ELSE
               MOVE "recurring schedules could not be opened"
                   TO ar-message
           END-IF.

           IF ar-message = SPACES
               MOVE "schedule stopped" TO ar-message
           END-IF.

      *****************************************************************
      *** Walk the dataset in key order and fill up to 20 display   ***
      *** slots of 9 fields each, same fixed-slot convention as the ***
      *** other admin screens.                                      ***
      *****************************************************************
       show-schedule-list.

           MOVE 0 TO ar-shown-count.
           OPEN INPUT recurring-file.

           IF recurring-file-status = "00"
               READ recurring-file NEXT RECORD
                   AT END MOVE "10" TO recurring-file-status
               END-READ
               PERFORM UNTIL recurring-file-status NOT = "00"
                   OR ar-shown-count >= 20
                   PERFORM add-schedule-to-vars
                   ADD 1 TO ar-shown-count
                   READ recurring-file NEXT RECORD
                       AT END MOVE "10" TO recurring-file-status
                   END-READ
               END-PERFORM
               CLOSE recurring-file
           END-IF.

       add-schedule-to-vars.

           MOVE ar-shown-count TO ar-shown-disp.

           COMPUTE ar-var-ctr = (ar-shown-count * 9) + 1.
           MOVE REC-NO TO ar-no-disp.
           MOVE FUNCTION TRIM(ar-no-disp) TO COW-varvalue(ar-var-ctr).
           STRING "rec" DELIMITED BY SIZE
                  FUNCTION TRIM(ar-shown-disp) DELIMITED BY SIZE
                  "no" DELIMITED BY SIZE
               INTO COW-varname(ar-var-ctr).

           ADD 1 TO ar-var-ctr.
           MOVE FUNCTION TRIM(REC-CUST-ID)
               TO COW-varvalue(ar-var-ctr).
           STRING "rec" DELIMITED BY SIZE
                  FUNCTION TRIM(ar-shown-disp) DELIMITED BY SIZE
                  "cust" DELIMITED BY SIZE
               INTO COW-varname(ar-var-ctr).

           ADD 1 TO ar-var-ctr.
           MOVE FUNCTION TRIM(REC-PROD-CODE)
               TO COW-varvalue(ar-var-ctr).
           STRING "rec" DELIMITED BY SIZE
                  FUNCTION TRIM(ar-shown-disp) DELIMITED BY SIZE
                  "product" DELIMITED BY SIZE
               INTO COW-varname(ar-var-ctr).

           ADD 1 TO ar-var-ctr.
           MOVE REC-QTY TO ar-qty-disp.
           MOVE FUNCTION TRIM(ar-qty-disp) TO COW-varvalue(ar-var-ctr).
           STRING "rec" DELIMITED BY SIZE
                  FUNCTION TRIM(ar-shown-disp) DELIMITED BY SIZE
                  "qty" DELIMITED BY SIZE
               INTO COW-varname(ar-var-ctr).

           ADD 1 TO ar-var-ctr.
           EVALUATE REC-FREQ
               WHEN "W" MOVE "weekly" TO COW-varvalue(ar-var-ctr)
               WHEN "Q" MOVE "quarterly" TO COW-varvalue(ar-var-ctr)
               WHEN OTHER MOVE "monthly" TO COW-varvalue(ar-var-ctr)
           END-EVALUATE.
           STRING "rec" DELIMITED BY SIZE
                  FUNCTION TRIM(ar-shown-disp) DELIMITED BY SIZE
                  "freq" DELIMITED BY SIZE
               INTO COW-varname(ar-var-ctr).

           ADD 1 TO ar-var-ctr.
           IF REC-STATUS = "A"
               MOVE REC-NEXT-DUE TO COW-varvalue(ar-var-ctr)
           ELSE
               MOVE "-" TO COW-varvalue(ar-var-ctr)
           END-IF.
           STRING "rec" DELIMITED BY SIZE
                  FUNCTION TRIM(ar-shown-disp) DELIMITED BY SIZE
                  "next" DELIMITED BY SIZE
               INTO COW-varname(ar-var-ctr).

           ADD 1 TO ar-var-ctr.
           IF REC-END = SPACES
               MOVE "-" TO COW-varvalue(ar-var-ctr)
           ELSE
               MOVE REC-END TO COW-varvalue(ar-var-ctr)
           END-IF.
           STRING "rec" DELIMITED BY SIZE
                  FUNCTION TRIM(ar-shown-disp) DELIMITED BY SIZE
                  "end" DELIMITED BY SIZE
               INTO COW-varname(ar-var-ctr).

           ADD 1 TO ar-var-ctr.
           EVALUATE REC-STATUS
               WHEN "A" MOVE "active" TO COW-varvalue(ar-var-ctr)
               WHEN "S" MOVE "stopped" TO COW-varvalue(ar-var-ctr)
               WHEN OTHER MOVE "ended" TO COW-varvalue(ar-var-ctr)
           END-EVALUATE.
           STRING "rec" DELIMITED BY SIZE
                  FUNCTION TRIM(ar-shown-disp) DELIMITED BY SIZE
                  "status" DELIMITED BY SIZE
               INTO COW-varname(ar-var-ctr).

           ADD 1 TO ar-var-ctr.
           IF REC-RAISED-COUNT = 0
               MOVE "-" TO COW-varvalue(ar-var-ctr)
           ELSE
               MOVE REC-LAST-ORDER TO ar-no-disp
               STRING FUNCTION TRIM(ar-no-disp) DELIMITED BY SIZE
                      " on "                    DELIMITED BY SIZE
                      REC-LAST-RAISED           DELIMITED BY SIZE
                   INTO COW-varvalue(ar-var-ctr)
               END-STRING
           END-IF.
           STRING "rec" DELIMITED BY SIZE
                  FUNCTION TRIM(ar-shown-disp) DELIMITED BY SIZE
                  "last" DELIMITED BY SIZE
               INTO COW-varname(ar-var-ctr).
