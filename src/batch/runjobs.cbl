      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  background-job worker for the queued big work    ***
      *** UPDATE:  dispatchnote jobs print the note for a           ***
      ***          dispatched shipment                              ***
      *** UPDATE:  imported addresses checked against the postcode  ***
      ***          reference                                        ***
      *** UPDATE:  imported customers are written sealed; the       ***
      ***          subject access and dispatch note jobs open the   ***
      ***          record they print                                ***
      *** UPDATE:  calcbatch jobs evaluate an uploaded file of      ***
      ***          calculations                                     ***
      *****************************************************************
      *** Batch job, runnable standalone, from the every-few-       ***
      *** minutes cron wrapper, or as a nightlyrun step: works the  ***
      *** applied" move instead of a spinner.                       ***
      *** Job types:                                                ***
      ***   custimport - the bulk customer import: the same row     ***
      ***     rules the old inline import enforced plus the         ***
      ***     postcode reference check, good rows to                ***
      ***     the customer master, bad ones to                      ***
      ***     data/importrejects.txt with a reason.                  ***
      ***   sarexport - the subject-access bundle: everything held  ***
      ***     about one customer (JOB-INPUT carries the CUST-ID)    ***
      ***     gathered into one dated file under data/ and          ***
      ***     registered in the report spool for pickup.            ***
      ***   dispatchnote - the note that goes in the parcel for one ***
      ***     shipment the warehouse dispatched (JOB-INPUT carries  ***
      ***     CUST-ID/shipment number): deliver-to address, carrier ***
      ***     and tracking, and every order on the shipment with    ***
      ***     its quantity - no prices - printed to                 ***
      ***     data/dispatch_<shipment>.prn and registered in the    ***
      ***     report spool.                                         ***
      ***   calcbatch - finance's uploaded file of calculations     ***
      ***     (JOB-INPUT is the stored CSV, see calcbatch): every   ***
      ***     line evaluated through evalexpr exactly as /showsum   ***
      ***     would, converted through getfxrate when it names a    ***
      ***     currency, logged to the calc history, and its result  ***
      ***     or its validation error written to                    ***
      ***     data/calcbatch_<job id>.txt, registered in the report ***
      ***     spool.                                                ***
      *****************************************************************

       IDENTIFICATION DIVISION.
           COPY "savedef.cbl".
           COPY "userdef.cbl".
           COPY "upcatdef.cbl".
           COPY "orderdef.cbl".

           SELECT csv-file
               ASSIGN TO csv-file-name
       01 uploadcat-record.
           COPY "upcatfld.cbl".

       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD audit-file.
       01 audit-record.
           COPY "auditfld.cbl".
       WORKING-STORAGE SECTION.
       77 jobqueue-file-status  PIC X(2).
       77 customers-file-status PIC X(2).
       77 rj-crypt-result       PIC X(01).
       77 custnotes-file-status  PIC X(2).
       77 savedcalcs-file-status PIC X(2).
       77 users-file-status      PIC X(2).
       77 uploadcat-file-status  PIC X(2).
       77 orders-file-status     PIC X(2).
       77 audit-file-status      PIC X(2).
       77 export-file-status     PIC X(2).
       77 export-file-name       PIC X(90) VALUE SPACES.
       77 rj-addr2-text    PIC X(90).
       77 rj-city-text     PIC X(90).
       77 rj-postcode-text PIC X(90).
       77 rj-addr-postcode PIC X(10).
       77 rj-addr-city     PIC X(30).
       77 rj-addr-result   PIC X(01).
       77 rj-phone-text    PIC X(90).
       77 rj-at-tally      PIC 9(4) USAGE COMP-5.

       77 rj-add-done     PIC X(01).
       77 rj-add-tries    PIC 9(4) USAGE COMP-5.
       78 rj-add-try-max  VALUE 100.
       77 rj-clear-name   PIC X(60).
       77 rj-none-name    PIC X(60) VALUE SPACES.
       77 rj-hist-action  PIC X(10) VALUE SPACES.
       77 rj-event-name   PIC X(20) VALUE SPACES.
       77 sar-item-count  PIC 9(7) USAGE COMP-5.
       77 sar-tally       PIC 9(4) USAGE COMP-5.

      *** Dispatch-note fields.                                     ***
       77 dn-cust-id      PIC X(10) VALUE SPACES.
       77 dn-ship-text    PIC X(20) VALUE SPACES.
       77 dn-ship-no      PIC 9(10) VALUE 0.
       77 dn-ship-disp    PIC Z(9)9.
       77 dn-order-count  PIC 9(5) USAGE COMP-5.
       77 dn-item-count   PIC 9(7) USAGE COMP-5.
       77 dn-no-disp      PIC Z(9)9.
       77 dn-qty-disp     PIC Z(4)9.
       77 dn-count-disp   PIC Z(6)9.
       77 dn-items-disp   PIC Z(6)9.
       77 dn-cust-found   PIC X(01).

      *** Batch-calculation fields. cb-result-disp is edited the    ***
      *** way /showsum shows (and the calc history logs) a result.  ***
       77 cb-line-number   PIC 9(7) USAGE COMP-5 VALUE 0.
       77 cb-line-disp     PIC Z(6)9.
       77 cb-good-count    PIC 9(7) USAGE COMP-5 VALUE 0.
       77 cb-error-count   PIC 9(7) USAGE COMP-5 VALUE 0.
       77 cb-op-text       PIC X(90).
       77 cb-operand-text  PIC X(200).
       77 cb-currency-text PIC X(90).
       77 cb-date-text     PIC X(90).
       77 cb-operator      PIC X(10).
       77 cb-word          PIC X(90).
       77 cb-word-ptr      PIC 9(4) USAGE COMP-5.
       77 cb-word-count    PIC 9(4) USAGE COMP-5.
       77 cb-word-count-disp PIC Z(3)9.
       77 cb-joiner        PIC X(3).
       77 cb-expr          PIC X(200).
       77 cb-expr-prev     PIC X(200).
       77 cb-operand-list  PIC X(99).
       77 cb-list-prev     PIC X(99).
       77 cb-result        PIC S9(18)V9(6).
       77 cb-ok            PIC X(01).
       77 cb-message       PIC X(90).
       77 cb-summary       PIC X(90).
       77 cb-money         PIC S9(18)V99.
       77 cb-result-disp   PIC $ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       77 cb-fx-code       PIC X(3).
       77 cb-fx-date       PIC X(8).
       77 cb-fx-rate       PIC 9(7)V9(6).
       77 cb-fx-found      PIC X(01).
       77 cb-converted     PIC S9(18)V9(6).
       77 cb-conv-money    PIC S9(16)V99.
       77 cb-conv-disp     PIC $ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       77 cb-rate-disp     PIC Z(6)9.9(6).
       77 cb-conversion    PIC X(90).
       77 cb-log-operands  PIC X(99).
       77 cb-log-result    PIC X(30).
       77 cb-log-currency  PIC X(3).
       77 cb-log-rate      PIC X(14).
       77 cb-log-converted PIC X(30).

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
                   PERFORM run-customer-import
               WHEN "sarexport"
                   PERFORM run-sar-export
               WHEN "dispatchnote"
                   PERFORM run-dispatch-note
               WHEN "calcbatch"
                   PERFORM run-calc-batch
               WHEN OTHER
                   MOVE "Y" TO job-failed
                   MOVE "unknown job type" TO job-fail-text
                   END-IF
           END-EVALUATE.

           IF rj-row-reason = SPACES
               PERFORM check-row-address
           END-IF.

           IF rj-row-reason NOT = SPACES
               MOVE "N" TO rj-row-ok
           END-IF.

      *** The postcode reference decides: unknown rejects the row,  ***
      *** known puts the canonical city on it.                      ***
       check-row-address.

           MOVE rj-postcode-text TO rj-addr-postcode.
           MOVE rj-city-text     TO rj-addr-city.
           CALL "checkaddress" USING rj-addr-postcode rj-addr-city
               rj-addr-result END-CALL.

           IF rj-addr-result = "N"
               MOVE "postcode is not a known postcode"
                   TO rj-row-reason
           ELSE
               MOVE rj-addr-postcode TO rj-postcode-text
               MOVE rj-addr-city     TO rj-city-text
           END-IF.

       write-imported-customer.

           MOVE "n" TO rj-add-done.
                   MOVE "A" TO CUST-STATUS
                   MOVE FUNCTION CURRENT-DATE TO CUST-CREATED
                   MOVE CUST-CREATED          TO CUST-CHANGED
                   MOVE CUST-NAME TO rj-clear-name
                   CALL "custcrypt" USING "S" customer-record
                       rj-crypt-result END-CALL
                   WRITE customer-record
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "y" TO rj-add-done
                           CALL "updatephonidx" USING rj-none-name
                               rj-clear-name CUST-ID END-CALL
                           MOVE "customers" TO jf-dataset
                           MOVE "W" TO jf-action
                           MOVE CUST-ID TO jf-key

       sar-write-master.

           CALL "custcrypt" USING "O" customer-record rj-crypt-result
               END-CALL.

           MOVE SPACES TO export-line.
           STRING "id: "    DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-ID)   DELIMITED BY SIZE
           END-PERFORM.

           CLOSE audit-file.

      *****************************************************************
      *** One shipment's dispatch note. The customer's orders sit   ***
      *** together under the key, so one START-and-walk finds every ***
      *** order the shipment number was stamped on; the first one   ***
      *** found supplies the carrier, tracking and date.            ***
      *****************************************************************
       run-dispatch-note.

           MOVE SPACES TO dn-cust-id dn-ship-text.
           UNSTRING JOB-INPUT DELIMITED BY "/"
               INTO dn-cust-id dn-ship-text
           END-UNSTRING.
           IF FUNCTION TRIM(dn-cust-id) = SPACES
              OR FUNCTION TEST-NUMVAL(dn-ship-text) NOT = 0
               MOVE "Y" TO job-failed
               MOVE "the job names no customer/shipment"
                   TO job-fail-text
               EXIT PARAGRAPH
           END-IF.
           COMPUTE dn-ship-no = FUNCTION NUMVAL(dn-ship-text).
           MOVE dn-ship-no TO dn-ship-disp.
           MOVE 0 TO dn-order-count.
           MOVE 0 TO dn-item-count.
           MOVE 1 TO JOB-TOTAL.
           MOVE 0 TO JOB-DONE.

           MOVE "N" TO dn-cust-found.
           OPEN INPUT customers-file.
           IF customers-file-status = "00"
               MOVE dn-cust-id TO CUST-ID
               READ customers-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO dn-cust-found
                       CALL "custcrypt" USING "O" customer-record
                           rj-crypt-result END-CALL
               END-READ
               CLOSE customers-file
           END-IF.
           IF dn-cust-found NOT = "Y"
               MOVE "Y" TO job-failed
               MOVE "the shipment's customer is not on file"
                   TO job-fail-text
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT orders-file.
           IF orders-file-status NOT = "00"
               MOVE "Y" TO job-failed
               MOVE "the orders dataset could not be opened"
                   TO job-fail-text
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO export-file-name.
           STRING "data/dispatch_"              DELIMITED BY SIZE
                  FUNCTION TRIM(dn-ship-disp)   DELIMITED BY SIZE
                  ".prn"                        DELIMITED BY SIZE
               INTO export-file-name
           END-STRING.

           OPEN OUTPUT export-file.
           IF export-file-status NOT = "00"
               CLOSE orders-file
               MOVE "Y" TO job-failed
               MOVE "the dispatch note could not be written"
                   TO job-fail-text
               EXIT PARAGRAPH
           END-IF.

           MOVE dn-cust-id TO ORD-CUST-ID.
           MOVE 0 TO ORD-NO.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "10" TO orders-file-status
           END-START.
           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
               PERFORM UNTIL orders-file-status NOT = "00"
                   OR ORD-CUST-ID NOT = dn-cust-id
                   IF ORD-SHIPMENT = dn-ship-no
                      AND ORD-FUL-STATUS = "D"
                       IF dn-order-count = 0
                           PERFORM dispatch-note-heading
                       END-IF
                       PERFORM dispatch-note-line
                   END-IF
                   READ orders-file NEXT RECORD
                       AT END MOVE "10" TO orders-file-status
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE orders-file.

           IF dn-order-count = 0
               MOVE "no dispatched orders carry that shipment number"
                   TO export-line
               WRITE export-line
               CLOSE export-file
               MOVE "Y" TO job-failed
               MOVE "no dispatched orders carry that shipment number"
                   TO job-fail-text
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO export-line.
           WRITE export-line.
           MOVE dn-order-count TO dn-count-disp.
           MOVE dn-item-count TO dn-items-disp.
           MOVE SPACES TO export-line.
           STRING FUNCTION TRIM(dn-count-disp) DELIMITED BY SIZE
                  " order(s), "                DELIMITED BY SIZE
                  FUNCTION TRIM(dn-items-disp) DELIMITED BY SIZE
                  " item(s) in this shipment." DELIMITED BY SIZE
               INTO export-line
           END-STRING.
           WRITE export-line.

           CLOSE export-file.
           MOVE 1 TO JOB-DONE.

           MOVE export-file-name TO rpt-reg-name.
           MOVE "runjobs" TO rpt-reg-program.
           COMPUTE rpt-reg-lines = dn-order-count + 12.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           MOVE SPACES TO JOB-MESSAGE.
           STRING "dispatch note written to " DELIMITED BY SIZE
                  FUNCTION TRIM(export-file-name) DELIMITED BY SIZE
                  " and registered for printing" DELIMITED BY SIZE
               INTO JOB-MESSAGE
           END-STRING.

       dispatch-note-heading.

           MOVE SPACES TO export-line.
           STRING "DISPATCH NOTE - shipment "   DELIMITED BY SIZE
                  FUNCTION TRIM(dn-ship-disp)   DELIMITED BY SIZE
                  ", dispatched "               DELIMITED BY SIZE
                  ORD-DISPATCHED                DELIMITED BY SIZE
               INTO export-line
           END-STRING.
           WRITE export-line.

           MOVE SPACES TO export-line.
           STRING "carrier "                    DELIMITED BY SIZE
                  FUNCTION TRIM(ORD-CARRIER)    DELIMITED BY SIZE
                  ", tracking reference "       DELIMITED BY SIZE
                  FUNCTION TRIM(ORD-TRACKING)   DELIMITED BY SIZE
               INTO export-line
           END-STRING.
           WRITE export-line.

           MOVE SPACES TO export-line.
           WRITE export-line.
           MOVE "DELIVER TO" TO export-line.
           WRITE export-line.
           MOVE SPACES TO export-line.
           MOVE CUST-NAME TO export-line(5:60).
           WRITE export-line.
           MOVE SPACES TO export-line.
           MOVE CUST-ADDR1 TO export-line(5:60).
           WRITE export-line.
           IF CUST-ADDR2 NOT = SPACES
               MOVE SPACES TO export-line
               MOVE CUST-ADDR2 TO export-line(5:60)
               WRITE export-line
           END-IF.
           MOVE SPACES TO export-line.
           STRING FUNCTION TRIM(CUST-CITY)      DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-POSTCODE)  DELIMITED BY SIZE
               INTO export-line(5:80)
           END-STRING.
           WRITE export-line.

           MOVE SPACES TO export-line.
           WRITE export-line.
           MOVE SPACES TO export-line.
           MOVE "ORDER"       TO export-line(1:5).
           MOVE "PRODUCT"     TO export-line(13:7).
           MOVE "DESCRIPTION" TO export-line(25:11).
           MOVE "QTY"         TO export-line(88:3).
           WRITE export-line.

       dispatch-note-line.

           ADD 1 TO dn-order-count.
           ADD ORD-QTY TO dn-item-count.

           MOVE SPACES TO export-line.
           MOVE ORD-NO TO dn-no-disp.
           MOVE dn-no-disp TO export-line(1:10).
           MOVE ORD-PROD-CODE TO export-line(13:10).
           MOVE ORD-DESC TO export-line(25:60).
           MOVE ORD-QTY TO dn-qty-disp.
           MOVE dn-qty-disp TO export-line(86:5).
           WRITE export-line.

      *****************************************************************
      *** The batch calculation file: one results line per input    ***
      *** line, in order, so finance can lay the results file       ***
      *** beside their spreadsheet. JOB-DONE is rewritten per line  ***
      *** like the customer import's row count.                     ***
      *****************************************************************
       run-calc-batch.

           MOVE 0 TO cb-line-number cb-good-count cb-error-count.
           MOVE 0 TO JOB-DONE.

           MOVE FUNCTION TRIM(JOB-INPUT) TO csv-file-name.

           OPEN INPUT csv-file.
           IF csv-file-status NOT = "00"
               MOVE "Y" TO job-failed
               MOVE "the queued file could not be read back"
                   TO job-fail-text
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO export-file-name.
           STRING "data/calcbatch_"            DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-ID)        DELIMITED BY SIZE
                  ".txt"                       DELIMITED BY SIZE
               INTO export-file-name
           END-STRING.

           OPEN OUTPUT export-file.
           IF export-file-status NOT = "00"
               CLOSE csv-file
               MOVE "Y" TO job-failed
               MOVE "the results file could not be written"
                   TO job-fail-text
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO export-line.
           STRING "CALCULATION RESULTS for job " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-ID)          DELIMITED BY SIZE
                  ", run "                       DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:14)    DELIMITED BY SIZE
               INTO export-line
           END-STRING.
           WRITE export-line.

           READ csv-file
               AT END CONTINUE
           END-READ.

           PERFORM UNTIL csv-file-status NOT = "00"
               ADD 1 TO cb-line-number
               PERFORM calc-one-line
               MOVE cb-line-number TO JOB-DONE
               REWRITE jobqueue-record
                   INVALID KEY CONTINUE
               END-REWRITE
               READ csv-file
                   AT END CONTINUE
               END-READ
           END-PERFORM.

           CLOSE csv-file.

           MOVE SPACES TO export-line.
           WRITE export-line.
           MOVE SPACES TO cb-summary.
           MOVE cb-good-count TO rj-count-disp.
           STRING FUNCTION TRIM(rj-count-disp)  DELIMITED BY SIZE
                  " calculated, "               DELIMITED BY SIZE
               INTO cb-summary
           END-STRING.
           MOVE cb-error-count TO rj-count-disp.
           MOVE cb-summary TO cb-message.
           MOVE SPACES TO cb-summary.
           STRING FUNCTION TRIM(cb-message)     DELIMITED BY SIZE
                  FUNCTION TRIM(rj-count-disp)  DELIMITED BY SIZE
                  " refused."                   DELIMITED BY SIZE
               INTO cb-summary
           END-STRING.
           MOVE cb-summary TO export-line.
           WRITE export-line.

           CLOSE export-file.

           MOVE export-file-name TO rpt-reg-name.
           MOVE "runjobs" TO rpt-reg-program.
           COMPUTE rpt-reg-lines = cb-line-number + 3.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           MOVE SPACES TO JOB-MESSAGE.
           STRING FUNCTION TRIM(cb-summary)        DELIMITED BY SIZE
                  " Results in "                    DELIMITED BY SIZE
                  FUNCTION TRIM(export-file-name)  DELIMITED BY SIZE
               INTO JOB-MESSAGE
           END-STRING.

      *****************************************************************
      *** One line: operator,operands,currency,date. A heading line ***
      *** (operator column "operator") is passed over; anything     ***
      *** else is either calculated or refused with the reason.     ***
      *****************************************************************
       calc-one-line.

           MOVE SPACES TO cb-op-text cb-operand-text cb-currency-text
               cb-date-text cb-message.
           MOVE "Y" TO cb-ok.

           IF FUNCTION TRIM(csv-line) = SPACES
               MOVE "N" TO cb-ok
               MOVE "blank line" TO cb-message
           ELSE
               UNSTRING csv-line DELIMITED BY ","
                   INTO cb-op-text cb-operand-text cb-currency-text
                        cb-date-text
               END-UNSTRING
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(cb-op-text))
                   = "operator"
                   PERFORM write-calc-heading-skipped
                   EXIT PARAGRAPH
               END-IF
               PERFORM build-line-expression
           END-IF.

           IF cb-ok = "Y"
               CALL "evalexpr" USING cb-expr cb-result cb-ok
                   cb-message END-CALL
           END-IF.

           IF cb-ok = "Y"
               PERFORM check-line-date
           END-IF.

           IF cb-ok = "Y"
               PERFORM finish-line-calculation
               ADD 1 TO cb-good-count
           ELSE
               ADD 1 TO cb-error-count
               PERFORM write-calc-error-line
           END-IF.

      *****************************************************************
      *** Every operator becomes an expression for evalexpr, so a   ***
      *** line is held to exactly the operand checks /showsum       ***
      *** applies (nine-digit bound, overflow, division by zero):   ***
      *** sum "a + b", multiply "a * b", average "(a + b) / n",     ***
      *** expr the text as given. Operands are checked numeric one  ***
      *** by one first, so no operand can smuggle in a parenthesis  ***
      *** or an operator of its own.                                ***
      *****************************************************************
       build-line-expression.

           MOVE SPACES TO cb-expr cb-operand-list.
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(cb-op-text))
               TO cb-operator.
           IF cb-operator = SPACES
               MOVE "sum" TO cb-operator
           END-IF.

           IF FUNCTION TRIM(cb-operand-text) = SPACES
               MOVE "N" TO cb-ok
               MOVE "the line has no operands" TO cb-message
               EXIT PARAGRAPH
           END-IF.

           EVALUATE cb-operator
               WHEN "sum"
                   MOVE " + " TO cb-joiner
               WHEN "multiply"
                   MOVE " * " TO cb-joiner
               WHEN "average"
                   MOVE " + " TO cb-joiner
               WHEN "expr"
                   MOVE cb-operand-text TO cb-expr
                   MOVE FUNCTION TRIM(cb-operand-text)
                       TO cb-operand-list
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "N" TO cb-ok
                   MOVE SPACES TO cb-message
                   STRING "unknown operator "      DELIMITED BY SIZE
                          FUNCTION TRIM(cb-op-text) DELIMITED BY SIZE
                          " - use sum, multiply, average or expr"
                                                   DELIMITED BY SIZE
                       INTO cb-message
                   END-STRING
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE FUNCTION TRIM(cb-operand-text) TO cb-operand-text.
           MOVE 0 TO cb-word-count.
           MOVE 1 TO cb-word-ptr.
           PERFORM UNTIL cb-ok = "N"
               OR cb-word-ptr > FUNCTION LENGTH(
                   FUNCTION TRIM(cb-operand-text TRAILING))
               MOVE SPACES TO cb-word
               UNSTRING cb-operand-text DELIMITED BY ALL SPACE
                   INTO cb-word
                   WITH POINTER cb-word-ptr
               END-UNSTRING
               PERFORM add-one-line-operand
           END-PERFORM.

           IF cb-ok = "Y" AND cb-operator = "average"
               MOVE cb-word-count TO cb-word-count-disp
               MOVE cb-expr TO cb-expr-prev
               MOVE SPACES TO cb-expr
               STRING "("                          DELIMITED BY SIZE
                      FUNCTION TRIM(cb-expr-prev)  DELIMITED BY SIZE
                      ") / "                       DELIMITED BY SIZE
                      FUNCTION TRIM(cb-word-count-disp)
                                                   DELIMITED BY SIZE
                   INTO cb-expr
               END-STRING
           END-IF.

       add-one-line-operand.

           IF FUNCTION TEST-NUMVAL(cb-word) NOT = 0
               MOVE "N" TO cb-ok
               MOVE SPACES TO cb-message
               STRING "operand "              DELIMITED BY SIZE
                      FUNCTION TRIM(cb-word)  DELIMITED BY SIZE
                      " must be numeric"      DELIMITED BY SIZE
                   INTO cb-message
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO cb-word-count.
           IF cb-word-count = 1
               MOVE FUNCTION TRIM(cb-word) TO cb-expr
               MOVE FUNCTION TRIM(cb-word) TO cb-operand-list
           ELSE
               MOVE cb-expr TO cb-expr-prev
               STRING FUNCTION TRIM(cb-expr-prev) DELIMITED BY SIZE
                      cb-joiner                   DELIMITED BY SIZE
                      FUNCTION TRIM(cb-word)      DELIMITED BY SIZE
                   INTO cb-expr
               END-STRING
               MOVE cb-operand-list TO cb-list-prev
               STRING FUNCTION TRIM(cb-list-prev) DELIMITED BY SIZE
                      ", "                        DELIMITED BY SIZE
                      FUNCTION TRIM(cb-word)      DELIMITED BY SIZE
                   INTO cb-operand-list
               END-STRING
           END-IF.

      *** A conversion's as-of date must be a real CCYYMMDD day;    ***
      *** with no currency the date has nothing to act on.          ***
       check-line-date.

           IF FUNCTION TRIM(cb-currency-text) = SPACES
              OR FUNCTION TRIM(cb-date-text) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(cb-date-text) TO cb-date-text.
           IF cb-date-text(1:8) NOT NUMERIC
              OR cb-date-text(9:1) NOT = SPACE
               MOVE "N" TO cb-ok
               MOVE "date must be a valid date (CCYYMMDD)"
                   TO cb-message
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(cb-date-text(1:8))) NOT = 0
                   MOVE "N" TO cb-ok
                   MOVE "date must be a valid date (CCYYMMDD)"
                       TO cb-message
               END-IF
           END-IF.

      *****************************************************************
      *** The result, edited as /showsum shows it; the conversion   ***
      *** when a currency is named (the day's rate, or today's when ***
      *** no date is given); the calc-history entry; the results    ***
      *** line. An unknown currency keeps the result and says so,   ***
      *** as /showsum does, rather than inventing a rate.           ***
      *****************************************************************
       finish-line-calculation.

           COMPUTE cb-money ROUNDED = cb-result.
           MOVE cb-money TO cb-result-disp.

           MOVE SPACES TO cb-conversion cb-log-currency cb-log-rate
               cb-log-converted.

           IF FUNCTION TRIM(cb-currency-text) NOT = SPACES
               PERFORM convert-line-result
           END-IF.

           MOVE cb-operand-list TO cb-log-operands.
           MOVE cb-result-disp TO cb-log-result.
           CALL "logcalc" USING cb-operator cb-log-operands
               cb-log-result cb-log-currency cb-log-rate
               cb-log-converted
           END-CALL.

           MOVE cb-line-number TO cb-line-disp.
           MOVE SPACES TO export-line.
           STRING "line "                         DELIMITED BY SIZE
                  FUNCTION TRIM(cb-line-disp)     DELIMITED BY SIZE
                  ": "                            DELIMITED BY SIZE
                  FUNCTION TRIM(cb-operator)      DELIMITED BY SIZE
                  " of "                          DELIMITED BY SIZE
                  FUNCTION TRIM(cb-operand-list)  DELIMITED BY SIZE
                  " = "                           DELIMITED BY SIZE
                  FUNCTION TRIM(cb-result-disp)   DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  FUNCTION TRIM(cb-conversion)    DELIMITED BY SIZE
               INTO export-line
           END-STRING.
           WRITE export-line.

       convert-line-result.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(cb-currency-text))
               TO cb-fx-code.
           IF FUNCTION TRIM(cb-date-text) NOT = SPACES
               MOVE cb-date-text(1:8) TO cb-fx-date
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO cb-fx-date
           END-IF.

           CALL "getfxrate" USING cb-fx-code cb-fx-date cb-fx-rate
               cb-fx-found END-CALL.

           IF cb-fx-found = "Y"
               COMPUTE cb-converted = cb-result * cb-fx-rate
               COMPUTE cb-conv-money ROUNDED = cb-converted
               MOVE cb-conv-money TO cb-conv-disp
               MOVE cb-fx-rate TO cb-rate-disp
               STRING "= "                         DELIMITED BY SIZE
                      cb-fx-code                   DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      FUNCTION TRIM(cb-conv-disp)  DELIMITED BY SIZE
                      " (rate "                    DELIMITED BY SIZE
                      FUNCTION TRIM(cb-rate-disp)  DELIMITED BY SIZE
                      ")"                          DELIMITED BY SIZE
                   INTO cb-conversion
               END-STRING
               MOVE cb-fx-code TO cb-log-currency
               MOVE FUNCTION TRIM(cb-rate-disp) TO cb-log-rate
               MOVE FUNCTION TRIM(cb-conv-disp) TO cb-log-converted
           ELSE
               STRING "- no exchange rate on file for "
                                                   DELIMITED BY SIZE
                      cb-fx-code                   DELIMITED BY SIZE
                   INTO cb-conversion
               END-STRING
           END-IF.

       write-calc-error-line.

           MOVE cb-line-number TO cb-line-disp.
           MOVE SPACES TO export-line.
           STRING "line "                        DELIMITED BY SIZE
                  FUNCTION TRIM(cb-line-disp)    DELIMITED BY SIZE
                  ": error - "                   DELIMITED BY SIZE
                  FUNCTION TRIM(cb-message)      DELIMITED BY SIZE
                  " | "                          DELIMITED BY SIZE
                  FUNCTION TRIM(csv-line)        DELIMITED BY SIZE
               INTO export-line
           END-STRING.
           WRITE export-line.

       write-calc-heading-skipped.

           MOVE cb-line-number TO cb-line-disp.
           MOVE SPACES TO export-line.
           STRING "line "                        DELIMITED BY SIZE
                  FUNCTION TRIM(cb-line-disp)    DELIMITED BY SIZE
                  ": heading, skipped"           DELIMITED BY SIZE
               INTO export-line
           END-STRING.
           WRITE export-line.
