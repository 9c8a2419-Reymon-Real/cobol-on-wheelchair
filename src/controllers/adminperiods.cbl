      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  financial period close                           ***
      *****************************************************************
      *** /admin/periods, in the admintaxcodes mold: the switch     ***
      *** that closes a financial month. A posted "action" of       ***
      *** "close" with a CCYYMM month closes it - only a month that ***
      *** has already ended, only once, and only the month right    ***
      *** after the last one closed, so the closed months are       ***
      *** always one unbroken run and checkperiod can answer with a ***
      *** single read. There is no reopen: a closed month's figures ***
      *** are what finance reported.                                ***
      *** Closing takes the month's snapshot into the period record ***
      *** (perfld.cbl) - orders, invoices, credits, payments, bank  ***
      *** returns and write-offs dated in the month, and what the   ***
      *** customers still owed at close, with the 90+ part - and    ***
      *** appends one line to data/periodlog.txt saying who closed  ***
      *** it and when. From then on an order from that month that   ***
      *** is cancelled or moved is booked to the open period as an  ***
      *** adjustment; every other money writer dates its records    ***
      *** the day it runs, which can never be in a closed month.    ***
      *** The page lists the most recent closed months with their   ***
      *** snapshot figures.                                         ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adminperiods.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "perdef.cbl".
           COPY "orderdef.cbl".
           COPY "invdef.cbl".
           COPY "crndef.cbl".
           COPY "rcpdef.cbl".

           SELECT periodlog-file
               ASSIGN TO "data/periodlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS periodlog-file-status.

       DATA DIVISION.

       FILE SECTION.
       FD periods-file.
       01 period-record.
           COPY "perfld.cbl".

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

       FD periodlog-file.
       01 periodlog-line PIC X(200).

       WORKING-STORAGE SECTION.
       77 periods-file-status     PIC X(2).
       77 orders-file-status      PIC X(2).
       77 invoices-file-status    PIC X(2).
       77 creditnotes-file-status PIC X(2).
       77 receipts-file-status    PIC X(2).
       77 periodlog-file-status   PIC X(2).

       77 pc-action      PIC X(10) VALUE SPACES.
       77 pc-month-text  PIC X(90) VALUE SPACES.
       77 pc-message     PIC X(90) VALUE SPACES.
       77 pc-request-method PIC X(6) VALUE SPACES.
       77 pc-redirect    PIC X(255) VALUE SPACES.

       77 pc-month       PIC X(6).
       77 pc-month-mm    PIC 9(2).
       77 pc-next-month  PIC X(6).
       77 pc-next-ccyy   PIC 9(4).
       77 pc-next-mm     PIC 9(2).
       77 pc-last-closed PIC X(6).
       77 pc-today       PIC X(8).
       77 pc-today-int   PIC 9(8).
       77 pc-order-int   PIC 9(8).
       77 pc-owed        PIC S9(11)V99.

       77 pc-total-count PIC 9(4) USAGE COMP-5.
       77 pc-skip-count  PIC 9(4) USAGE COMP-5.
       77 pc-shown-count PIC 9(4) USAGE COMP-5.
       77 pc-shown-disp  PIC Z(3)9.
       77 pc-var-ctr     PIC 9(4) USAGE COMP-5.
       77 pc-count-disp  PIC Z(6)9.
       77 pc-amt-disp    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       77 pc-field-name  PIC X(12).
       77 pc-field-value PIC X(30).

      *** At most this many closed months on the page - two years   ***
      *** or so, newest last.                                       ***
       78 PC-SHOW-MAX VALUE 22.

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

       start-adminperiods.

           MOVE SPACES TO the-vars.
           MOVE FUNCTION CURRENT-DATE(1:8) TO pc-today.

           ACCEPT pc-request-method FROM ENVIRONMENT "REQUEST_METHOD"
               END-ACCEPT.

           CALL "getparam" USING the-values "action" pc-action
               END-CALL.

      *** Same guard the other admin screens carry: mutations only  ***
      *** on the POST cow.cbl already CSRF-checked.                 ***
           IF FUNCTION TRIM(pc-request-method) NOT = "POST"
              AND FUNCTION TRIM(pc-action) NOT = SPACES
               MOVE "a period close must be submitted as a POST"
                   TO pc-message
           ELSE
               IF FUNCTION TRIM(pc-action) = "close"
                   PERFORM do-close-period
                   PERFORM answer-post-redirect
                   GOBACK
               END-IF
           END-IF.

           PERFORM find-last-closed.
           PERFORM show-period-list.

           MOVE "message" TO COW-varname(295).
           MOVE pc-message TO COW-varvalue(295).

           MOVE pc-shown-count TO pc-shown-disp.
           MOVE "periodcount" TO COW-varname(294).
           MOVE FUNCTION TRIM(pc-shown-disp) TO COW-varvalue(294).

           MOVE "lastclosed" TO COW-varname(293).
           IF pc-last-closed = SPACES
               MOVE "none yet" TO COW-varvalue(293)
           ELSE
               MOVE pc-last-closed TO COW-varvalue(293)
           END-IF.

           CALL 'cowtemplate' USING the-vars "adminperiods.cow"
               the-session END-CALL.

           GOBACK.

      *****************************************************************
      *** The POST is done; its outcome rides the flash onto the    ***
      *** following GET - a refresh can't close the month twice.    ***
      *****************************************************************
       answer-post-redirect.

           CALL "setflash" USING the-session pc-message END-CALL.
           MOVE "/admin/periods" TO pc-redirect.
           CALL "redirectto" USING pc-redirect END-CALL.

      *****************************************************************
      *** Closes pc-month: an ended month, not closed yet, next in  ***
      *** line after the last closed one. The snapshot is taken     ***
      *** before the record is written, so the figures are the ones ***
      *** standing at the moment of close.                          ***
      *****************************************************************
       do-close-period.

           CALL "getparam" USING the-values "month"
               pc-month-text END-CALL.

           MOVE FUNCTION TRIM(pc-month-text) TO pc-month.
           IF pc-month IS NOT NUMERIC
              OR FUNCTION LENGTH(FUNCTION TRIM(pc-month-text)) NOT = 6
               MOVE "the month must be CCYYMM" TO pc-message
               EXIT PARAGRAPH
           END-IF.
           MOVE pc-month(5:2) TO pc-month-mm.
           IF pc-month-mm < 1 OR pc-month-mm > 12
               MOVE "the month must be CCYYMM" TO pc-message
               EXIT PARAGRAPH
           END-IF.

           IF pc-month NOT < pc-today(1:6)
               MOVE "only a month that has already ended can be "
                 & "closed" TO pc-message
               EXIT PARAGRAPH
           END-IF.

           PERFORM find-last-closed.

           IF pc-last-closed NOT = SPACES
               IF pc-month NOT > pc-last-closed
                   STRING "that month is already closed - months "
                                               DELIMITED BY SIZE
                          "up to "             DELIMITED BY SIZE
                          pc-last-closed       DELIMITED BY SIZE
                          " are"               DELIMITED BY SIZE
                       INTO pc-message
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
               PERFORM work-out-next-month
               IF pc-month NOT = pc-next-month
                   STRING "months close in order - the next one "
                                               DELIMITED BY SIZE
                          "to close is "       DELIMITED BY SIZE
                          pc-next-month        DELIMITED BY SIZE
                       INTO pc-message
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE SPACES TO period-record.
           MOVE pc-month TO PER-MONTH.
           MOVE "C" TO PER-STATUS.
           MOVE SESS-USER OF the-session TO PER-CLOSED-BY.
           MOVE FUNCTION CURRENT-DATE TO PER-CLOSED-WHEN.
           MOVE 0 TO PER-ORDER-COUNT PER-ORDERED PER-INV-COUNT
               PER-INV-NET PER-INV-TAX PER-INV-GROSS PER-CREDITED
               PER-RECEIVED PER-RETURNED PER-WRITTEN-OFF
               PER-AR-OPEN PER-AR-OVER-90.

           PERFORM snapshot-orders.
           PERFORM snapshot-invoices.
           PERFORM snapshot-credit-notes.
           PERFORM snapshot-receipts.

           PERFORM write-period-record.

           IF pc-message = SPACES
               PERFORM append-period-log
               STRING "period "                 DELIMITED BY SIZE
                      pc-month                  DELIMITED BY SIZE
                      " closed - nothing more can be dated into it"
                                                DELIMITED BY SIZE
                   INTO pc-message
               END-STRING
           END-IF.

      *****************************************************************
      *** The month after pc-last-closed, across a year end too.    ***
      *****************************************************************
       work-out-next-month.

           MOVE pc-last-closed(1:4) TO pc-next-ccyy.
           MOVE pc-last-closed(5:2) TO pc-next-mm.
           IF pc-next-mm = 12
               ADD 1 TO pc-next-ccyy
               MOVE 1 TO pc-next-mm
           ELSE
               ADD 1 TO pc-next-mm
           END-IF.
           MOVE pc-next-ccyy TO pc-next-month(1:4).
           MOVE pc-next-mm TO pc-next-month(5:2).

      *****************************************************************
      *** The latest month on file as closed, spaces when none is.  ***
      *** One record a month, so a straight walk is cheap.          ***
      *****************************************************************
       find-last-closed.

           MOVE SPACES TO pc-last-closed.
           MOVE 0 TO pc-total-count.

           OPEN INPUT periods-file.
           IF periods-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ periods-file NEXT RECORD
               AT END MOVE "10" TO periods-file-status
           END-READ.
           PERFORM UNTIL periods-file-status NOT = "00"
               IF PER-STATUS = "C"
                   MOVE PER-MONTH TO pc-last-closed
               END-IF
               ADD 1 TO pc-total-count
               READ periods-file NEXT RECORD
                   AT END MOVE "10" TO periods-file-status
               END-READ
           END-PERFORM.

           CLOSE periods-file.

      *****************************************************************
      *** Orders taken in the month, counted the way the sales      ***
      *** analysis counts them: a cancelled order stays out, unless ***
      *** it was cancelled as an adjustment after its own month was ***
      *** closed - then it stays in its month and comes off in the  ***
      *** month of the adjustment. The same walk totals what every  ***
      *** open and billed order still owes today, and the part of   ***
      *** it taken 90 days or more ago, as the aged debt report     ***
      *** ages it.                                                  ***
      *****************************************************************
       snapshot-orders.

           COMPUTE pc-today-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(pc-today)).

           OPEN INPUT orders-file.
           IF orders-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ orders-file NEXT RECORD
               AT END MOVE "10" TO orders-file-status
           END-READ.
           PERFORM UNTIL orders-file-status NOT = "00"
               IF ORD-CREATED(1:6) = pc-month
                  AND (ORD-STATUS NOT = "C"
                       OR ORD-ADJ-DATE NOT = SPACES)
                   ADD 1 TO PER-ORDER-COUNT
                   ADD ORD-AMOUNT TO PER-ORDERED
               END-IF
               IF ORD-STATUS = "C" AND ORD-ADJ-DATE(1:6) = pc-month
                   SUBTRACT ORD-AMOUNT FROM PER-ORDERED
               END-IF
               IF ORD-STATUS = "O" OR ORD-STATUS = "B"
                   COMPUTE pc-owed = ORD-AMOUNT + ORD-TAX
                       - ORD-PAID - ORD-CREDITED
                   IF pc-owed > 0
                       ADD pc-owed TO PER-AR-OPEN
                       PERFORM age-owed-order
                   END-IF
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.

           CLOSE orders-file.

       age-owed-order.

           IF ORD-CREATED(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           COMPUTE pc-order-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(ORD-CREATED(1:8))).
           IF pc-today-int - pc-order-int >= 90
               ADD pc-owed TO PER-AR-OVER-90
           END-IF.

      *****************************************************************
      *** Invoices cut in the month, and invoices written off in it.***
      *****************************************************************
       snapshot-invoices.

           OPEN INPUT invoices-file.
           IF invoices-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ invoices-file NEXT RECORD
               AT END MOVE "10" TO invoices-file-status
           END-READ.
           PERFORM UNTIL invoices-file-status NOT = "00"
               IF INV-CREATED(1:6) = pc-month
                   ADD 1 TO PER-INV-COUNT
                   ADD INV-NET TO PER-INV-NET
                   ADD INV-TAX TO PER-INV-TAX
                   ADD INV-AMOUNT TO PER-INV-GROSS
               END-IF
               IF INV-WO-DATE(1:6) = pc-month
                   ADD INV-WO-AMOUNT TO PER-WRITTEN-OFF
               END-IF
               READ invoices-file NEXT RECORD
                   AT END MOVE "10" TO invoices-file-status
               END-READ
           END-PERFORM.

           CLOSE invoices-file.

       snapshot-credit-notes.

           OPEN INPUT creditnotes-file.
           IF creditnotes-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ creditnotes-file NEXT RECORD
               AT END MOVE "10" TO creditnotes-file-status
           END-READ.
           PERFORM UNTIL creditnotes-file-status NOT = "00"
               IF CRN-CREATED(1:6) = pc-month
                   ADD CRN-AMOUNT TO PER-CREDITED
               END-IF
               READ creditnotes-file NEXT RECORD
                   AT END MOVE "10" TO creditnotes-file-status
               END-READ
           END-PERFORM.

           CLOSE creditnotes-file.

      *****************************************************************
      *** Money applied on the intake nights of the month, and      ***
      *** payments the bank handed back in it - both by the day the ***
      *** ledger saw them, as the GL extract posts them.            ***
      *****************************************************************
       snapshot-receipts.

           OPEN INPUT receipts-file.
           IF receipts-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ receipts-file NEXT RECORD
               AT END MOVE "10" TO receipts-file-status
           END-READ.
           PERFORM UNTIL receipts-file-status NOT = "00"
               IF RCP-RUN-DATE(1:6) = pc-month
                   ADD RCP-APPLIED TO PER-RECEIVED
               END-IF
               IF RCP-STATUS = "X"
                  AND RCP-RETURN-DATE(1:6) = pc-month
                   ADD RCP-RETURNED TO PER-RETURNED
               END-IF
               READ receipts-file NEXT RECORD
                   AT END MOVE "10" TO receipts-file-status
               END-READ
           END-PERFORM.

           CLOSE receipts-file.

       write-period-record.

           OPEN I-O periods-file.
           IF periods-file-status = "35"
               OPEN OUTPUT periods-file
               CLOSE periods-file
               OPEN I-O periods-file
           END-IF.
           IF periods-file-status NOT = "00"
               MOVE "the periods file could not be opened"
                   TO pc-message
               EXIT PARAGRAPH
           END-IF.

           WRITE period-record
               INVALID KEY
                   MOVE "that month is already on file"
                       TO pc-message
               NOT INVALID KEY
                   MOVE "periods" TO jf-dataset
                   MOVE "W" TO jf-action
                   MOVE PER-MONTH TO jf-key
                   MOVE SPACES TO jf-before
                   MOVE period-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-WRITE.

           CLOSE periods-file.

      *****************************************************************
      *** One dated line per close, alongside the record itself.    ***
      *****************************************************************
       append-period-log.

           OPEN EXTEND periodlog-file.
           IF periodlog-file-status NOT = "00"
               OPEN OUTPUT periodlog-file
           END-IF.

           MOVE PER-AR-OPEN TO pc-amt-disp.
           MOVE SPACES TO periodlog-line.
           STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  " period "                  DELIMITED BY SIZE
                  PER-MONTH                   DELIMITED BY SIZE
                  " closed by "               DELIMITED BY SIZE
                  FUNCTION TRIM(PER-CLOSED-BY) DELIMITED BY SIZE
                  " - AR open at close "      DELIMITED BY SIZE
                  FUNCTION TRIM(pc-amt-disp)  DELIMITED BY SIZE
               INTO periodlog-line
           END-STRING.
           WRITE periodlog-line.

           CLOSE periodlog-file.

      *****************************************************************
      *** The newest PC-SHOW-MAX closed months, oldest of them      ***
      *** first, thirteen slots each from slot 1.                   ***
      *****************************************************************
       show-period-list.

           MOVE 0 TO pc-shown-count.
           MOVE 0 TO pc-skip-count.
           IF pc-total-count > PC-SHOW-MAX
               COMPUTE pc-skip-count = pc-total-count - PC-SHOW-MAX
           END-IF.

           OPEN INPUT periods-file.
           IF periods-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ periods-file NEXT RECORD
               AT END MOVE "10" TO periods-file-status
           END-READ.
           PERFORM UNTIL periods-file-status NOT = "00"
               OR pc-shown-count >= PC-SHOW-MAX
               IF pc-skip-count > 0
                   SUBTRACT 1 FROM pc-skip-count
               ELSE
                   PERFORM add-period-to-vars
                   ADD 1 TO pc-shown-count
               END-IF
               READ periods-file NEXT RECORD
                   AT END MOVE "10" TO periods-file-status
               END-READ
           END-PERFORM.

           CLOSE periods-file.

       add-period-to-vars.

           COMPUTE pc-var-ctr = (pc-shown-count * 13) + 1.

           MOVE "month" TO pc-field-name.
           MOVE PER-MONTH TO pc-field-value.
           PERFORM add-one-field.

           MOVE "by" TO pc-field-name.
           MOVE PER-CLOSED-BY TO pc-field-value.
           PERFORM add-one-field.

           MOVE "when" TO pc-field-name.
           MOVE PER-CLOSED-WHEN(1:8) TO pc-field-value.
           PERFORM add-one-field.

           MOVE "orders" TO pc-field-name.
           MOVE PER-ORDER-COUNT TO pc-count-disp.
           MOVE FUNCTION TRIM(pc-count-disp) TO pc-field-value.
           PERFORM add-one-field.

           MOVE "ordered" TO pc-field-name.
           MOVE PER-ORDERED TO pc-amt-disp.
           PERFORM add-one-amount.

           MOVE "invoices" TO pc-field-name.
           MOVE PER-INV-COUNT TO pc-count-disp.
           MOVE FUNCTION TRIM(pc-count-disp) TO pc-field-value.
           PERFORM add-one-field.

           MOVE "invgross" TO pc-field-name.
           MOVE PER-INV-GROSS TO pc-amt-disp.
           PERFORM add-one-amount.

           MOVE "credited" TO pc-field-name.
           MOVE PER-CREDITED TO pc-amt-disp.
           PERFORM add-one-amount.

           MOVE "received" TO pc-field-name.
           MOVE PER-RECEIVED TO pc-amt-disp.
           PERFORM add-one-amount.

           MOVE "returned" TO pc-field-name.
           MOVE PER-RETURNED TO pc-amt-disp.
           PERFORM add-one-amount.

           MOVE "writtenoff" TO pc-field-name.
           MOVE PER-WRITTEN-OFF TO pc-amt-disp.
           PERFORM add-one-amount.

           MOVE "aropen" TO pc-field-name.
           MOVE PER-AR-OPEN TO pc-amt-disp.
           PERFORM add-one-amount.

           MOVE "arover90" TO pc-field-name.
           MOVE PER-AR-OVER-90 TO pc-amt-disp.
           PERFORM add-one-amount.

       add-one-amount.

           MOVE FUNCTION TRIM(pc-amt-disp) TO pc-field-value.
           PERFORM add-one-field.

      *****************************************************************
      *** One per<n><field> slot at pc-var-ctr, then the next.      ***
      *****************************************************************
       add-one-field.

           MOVE pc-shown-count TO pc-shown-disp.
           STRING "per" DELIMITED BY SIZE
                  FUNCTION TRIM(pc-shown-disp) DELIMITED BY SIZE
                  FUNCTION TRIM(pc-field-name) DELIMITED BY SIZE
               INTO COW-varname(pc-var-ctr)
           END-STRING.
           MOVE FUNCTION TRIM(pc-field-value)
               TO COW-varvalue(pc-var-ctr).
           ADD 1 TO pc-var-ctr.
