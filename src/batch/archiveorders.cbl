      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  yearly archive of closed orders and invoices     ***
      *** UPDATE:  a consolidated invoice moves with its branches'  ***
      ***          orders                                           ***
      *****************************************************************
      *** Batch job, once a year (nightsched's date=0101 step):     ***
      *** moves the billing chain's closed business out of the live ***
      *** datasets into data/invarch.dat and data/ordarch.dat, the  ***
      *** same layouts under the AIN-/AOR- names, where the archive ***
      *** inquiry screen still finds it.                            ***
      *** An invoice goes when it was cut before the cutoff -       ***
      *** ARCHIVEDAYS days back, two years when unset - and is      ***
      *** fully settled: every order carrying its number paid ("P") ***
      *** or cancelled ("C"), each of them last changed before the  ***
      *** cutoff too, and as many of them as INV-ORDERS says. It    ***
      *** goes together with those orders, never without them. A    ***
      *** written-off invoice is not settled and stays live, as     ***
      *** does one whose orders don't add up to its count. An order ***
      *** never invoiced goes on its own once it is paid or         ***
      *** cancelled and old enough.                                 ***
      *** Everything is written to the archive first and only then  ***
      *** deleted from the live file, so a run cut short is simply  ***
      *** run again: a record already archived unchanged counts as  ***
      *** moved, and an order left behind by an invoice that made   ***
      *** it across follows the invoice. A record the archive holds ***
      *** a different copy of is left live and reported. Each order ***
      *** deleted is journalled like any other master write.        ***
      *** The control report, data/archive_YYYYMMDD.txt, lists each ***
      *** invoice and order moved and closes with the control       ***
      *** totals - records on file before and after, records and    ***
      *** money moved - registered in the report spool. RC 8 when   ***
      *** the counts don't tie up or a conflict was left live.      ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. archiveorders.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "orderdef.cbl".
           COPY "invdef.cbl".
           COPY "ordarchdef.cbl".
           COPY "invarchdef.cbl".

           SELECT report-file
               ASSIGN TO report-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD invoices-file.
       01 invoice-record.
           COPY "invfld.cbl".

      *** The archives keep the live layouts field for field; the   ***
      *** prefix only tells the two copies apart in one program.    ***
       FD ordarch-file.
       01 ordarch-record.
           COPY "orderfld.cbl"
              REPLACING LEADING ==ORD== BY ==AOR==.

       FD invarch-file.
       01 invarch-record.
           COPY "invfld.cbl"
              REPLACING LEADING ==INV== BY ==AIN==.

       FD report-file.
       01 report-line PIC X(160).

       WORKING-STORAGE SECTION.
       77 orders-file-status   PIC X(2).
       77 invoices-file-status PIC X(2).
       77 ordarch-file-status  PIC X(2).
       77 invarch-file-status  PIC X(2).
       77 report-file-status   PIC X(2).
       77 report-file-name     PIC X(64).
       77 cfs-failed           PIC X(01).

       77 invoices-open PIC X(01) VALUE "N".

       77 today-date    PIC X(8).
       77 cutoff-num    PIC 9(8).
       77 cutoff-date   PIC X(8).
       77 archive-days  PIC 9(5) VALUE 730.
       77 cfg-key-name  PIC X(30).
       77 cfg-default   PIC 9(12).
       77 cfg-result    PIC 9(12).

      *** judge-order-settled's answer for the order in hand.       ***
       77 settled-date  PIC X(8).
       77 order-settled PIC X(01).

      *** The orders one invoice takes with it, by key; found-count ***
      *** also counts those an earlier run already archived.        ***
       78 move-max VALUE 500.
       01 move-list.
          05 move-count PIC 9(4) USAGE COMP-5.
          05 move-key   PIC X(20) OCCURS 500 TIMES.
       77 move-ctr      PIC 9(4) USAGE COMP-5.
       77 found-count   PIC 9(5) USAGE COMP-5.
       77 walk-ctr      PIC 9(2).
       77 walk-cust     PIC X(10).
       77 keep-reason   PIC X(80).
       77 archive-ok    PIC X(01).

       77 live-orders     PIC 9(7) USAGE COMP-5.
       77 live-invoices   PIC 9(7) USAGE COMP-5.
       77 orders-before   PIC 9(7) USAGE COMP-5 VALUE 0.
       77 orders-after    PIC 9(7) USAGE COMP-5 VALUE 0.
       77 invoices-before PIC 9(7) USAGE COMP-5 VALUE 0.
       77 invoices-after  PIC 9(7) USAGE COMP-5 VALUE 0.
       77 orders-moved    PIC 9(7) USAGE COMP-5 VALUE 0.
       77 invoices-moved  PIC 9(7) USAGE COMP-5 VALUE 0.
       77 invoices-kept   PIC 9(7) USAGE COMP-5 VALUE 0.
       77 conflict-count  PIC 9(7) USAGE COMP-5 VALUE 0.
       77 counts-agree    PIC X(01).

       77 invoiced-total  PIC 9(13)V99 VALUE 0.
       77 goods-total     PIC 9(13)V99 VALUE 0.
       77 tax-total       PIC 9(13)V99 VALUE 0.
       77 paid-total      PIC 9(13)V99 VALUE 0.
       77 credited-total  PIC 9(13)V99 VALUE 0.

       77 total-label   PIC X(40).
       77 count-disp    PIC Z(6)9.
       77 money-disp    PIC Z(12)9.99.
       77 ord-no-disp   PIC Z(9)9.
       77 days-disp     PIC Z(4)9.
       77 follow-text   PIC X(30).

      *** Before/after images handed to logjournal on every master  ***
      *** write - the roll-forward recovery's raw material.         ***
       01 journal-fields.
          05 jf-dataset PIC X(20).
          05 jf-action  PIC X(1).
          05 jf-key     PIC X(30).
          05 jf-before  PIC X(600).
          05 jf-after   PIC X(600).

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-archiveorders.

           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date.

           MOVE "ARCHIVEDAYS" TO cfg-key-name.
           MOVE 730 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           IF cfg-result > 0 AND cfg-result < 100000
               MOVE cfg-result TO archive-days
           END-IF.
           COMPUTE cutoff-num = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(today-date))
               - archive-days).
           MOVE cutoff-num TO cutoff-date.

           OPEN I-O orders-file.
           IF orders-file-status NOT = "00"
               DISPLAY "archiveorders: no order dataset, nothing to "
                   "archive."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O invoices-file.
           IF invoices-file-status = "00"
               MOVE "Y" TO invoices-open
           END-IF.

           OPEN I-O ordarch-file.
           IF ordarch-file-status = "35"
               OPEN OUTPUT ordarch-file
               CLOSE ordarch-file
               OPEN I-O ordarch-file
           END-IF.
           CALL 'checkfilestatus' USING "data/ordarch.dat"
               ordarch-file-status cfs-failed.
           IF cfs-failed = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O invarch-file.
           IF invarch-file-status = "35"
               OPEN OUTPUT invarch-file
               CLOSE invarch-file
               OPEN I-O invarch-file
           END-IF.
           CALL 'checkfilestatus' USING "data/invarch.dat"
               invarch-file-status cfs-failed.
           IF cfs-failed = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO report-file-name.
           STRING "data/archive_" DELIMITED BY SIZE
                  today-date      DELIMITED BY SIZE
                  ".txt"          DELIMITED BY SIZE
               INTO report-file-name
           END-STRING.
           OPEN OUTPUT report-file.
           CALL 'checkfilestatus' USING report-file-name
               report-file-status cfs-failed.
           IF cfs-failed = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE archive-days TO days-disp.
           MOVE SPACES TO report-line.
           STRING "archive of closed orders and invoices, "
                                               DELIMITED BY SIZE
                  today-date                   DELIMITED BY SIZE
                  " - settled before "         DELIMITED BY SIZE
                  cutoff-date                  DELIMITED BY SIZE
                  " ("                         DELIMITED BY SIZE
                  FUNCTION TRIM(days-disp)     DELIMITED BY SIZE
                  " days)"                     DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

           PERFORM count-live-records.
           MOVE live-orders TO orders-before.
           MOVE live-invoices TO invoices-before.

           IF invoices-open = "Y"
               PERFORM archive-invoices
           END-IF.
           PERFORM archive-loose-orders.

           PERFORM count-live-records.
           MOVE live-orders TO orders-after.
           MOVE live-invoices TO invoices-after.

           PERFORM write-control-totals.

           CLOSE orders-file.
           IF invoices-open = "Y"
               CLOSE invoices-file
           END-IF.
           CLOSE ordarch-file.
           CLOSE invarch-file.
           CLOSE report-file.

           MOVE report-file-name TO rpt-reg-name.
           MOVE "archiveorders" TO rpt-reg-program.
           MOVE invoices-moved TO rpt-reg-lines.
           ADD orders-moved TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           DISPLAY "archiveorders: " invoices-moved " invoice(s), "
               orders-moved " order(s) archived, "
               conflict-count " conflict(s).".

           IF counts-agree = "Y" AND conflict-count = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

      *****************************************************************
      *** A straight count of both live files, taken before and     ***
      *** after the moves for the control totals.                   ***
      *****************************************************************
       count-live-records.

           MOVE 0 TO live-orders live-invoices.

           MOVE LOW-VALUES TO ORD-KEY.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "10" TO orders-file-status
           END-START.
           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-IF.
           PERFORM UNTIL orders-file-status NOT = "00"
               ADD 1 TO live-orders
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.

           IF invoices-open NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO INV-NO.
           START invoices-file KEY NOT < INV-NO
               INVALID KEY MOVE "10" TO invoices-file-status
           END-START.
           IF invoices-file-status = "00"
               READ invoices-file NEXT RECORD
                   AT END MOVE "10" TO invoices-file-status
               END-READ
           END-IF.
           PERFORM UNTIL invoices-file-status NOT = "00"
               ADD 1 TO live-invoices
               READ invoices-file NEXT RECORD
                   AT END MOVE "10" TO invoices-file-status
               END-READ
           END-PERFORM.

      *****************************************************************
      *** Pass one: the invoices, each old enough one judged with   ***
      *** its orders and moved with them.                           ***
      *****************************************************************
       archive-invoices.

           MOVE LOW-VALUES TO INV-NO.
           START invoices-file KEY NOT < INV-NO
               INVALID KEY MOVE "10" TO invoices-file-status
           END-START.
           IF invoices-file-status = "00"
               READ invoices-file NEXT RECORD
                   AT END MOVE "10" TO invoices-file-status
               END-READ
           END-IF.
           PERFORM UNTIL invoices-file-status NOT = "00"
               IF INV-CREATED(1:8) < cutoff-date
                   PERFORM consider-one-invoice
               END-IF
               READ invoices-file NEXT RECORD
                   AT END MOVE "10" TO invoices-file-status
               END-READ
           END-PERFORM.

       consider-one-invoice.

           MOVE SPACES TO keep-reason.
           IF INV-WO-AMOUNT > 0
               MOVE "written off, not settled" TO keep-reason
           ELSE
               PERFORM gather-invoice-orders
           END-IF.
           IF keep-reason = SPACES AND found-count NOT = INV-ORDERS
               MOVE "the orders on file don't match INV-ORDERS"
                   TO keep-reason
           END-IF.

           IF keep-reason NOT = SPACES
               ADD 1 TO invoices-kept
               MOVE SPACES TO report-line
               STRING "  kept invoice "              DELIMITED BY SIZE
                      FUNCTION TRIM(INV-NO)         DELIMITED BY SIZE
                      " customer "                  DELIMITED BY SIZE
                      FUNCTION TRIM(INV-CUST-ID)    DELIMITED BY SIZE
                      ": "                          DELIMITED BY SIZE
                      FUNCTION TRIM(keep-reason)    DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
               EXIT PARAGRAPH
           END-IF.

           PERFORM archive-one-invoice.

      *****************************************************************
      *** The invoiced customer's orders, found with one START the  ***
      *** way dunning totals them: those carrying this invoice's    ***
      *** number must all be settled, and are listed to move. The   ***
      *** archive is counted too, for the ones a run cut short      ***
      *** already took across.                                      ***
      *****************************************************************
       gather-invoice-orders.

           MOVE 0 TO move-count found-count.

           PERFORM VARYING walk-ctr FROM 0 BY 1
                   UNTIL walk-ctr > INV-BRANCH-COUNT
               IF walk-ctr = 0
                   MOVE INV-CUST-ID TO walk-cust
               ELSE
                   MOVE INV-BR-CUST-ID(walk-ctr) TO walk-cust
               END-IF
               PERFORM gather-one-cust
           END-PERFORM.

      *** One customer on the invoice - the invoiced one, or a      ***
      *** branch of a consolidated invoice (INV-BRANCH).            ***
       gather-one-cust.

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
               IF ORD-INVOICE = INV-NO
                   ADD 1 TO found-count
                   PERFORM judge-order-settled
                   EVALUATE TRUE
                       WHEN keep-reason NOT = SPACES
                           CONTINUE
                       WHEN order-settled NOT = "Y"
                           MOVE ORD-NO TO ord-no-disp
                           STRING "order "          DELIMITED BY SIZE
                                  FUNCTION TRIM(ord-no-disp)
                                                    DELIMITED BY SIZE
                                  " not settled before the cutoff"
                                                    DELIMITED BY SIZE
                               INTO keep-reason
                           END-STRING
                       WHEN move-count >= move-max
                           MOVE "too many orders to move in one run"
                               TO keep-reason
                       WHEN OTHER
                           ADD 1 TO move-count
                           MOVE ORD-KEY TO move-key(move-count)
                   END-EVALUATE
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.

           MOVE walk-cust TO AOR-CUST-ID.
           MOVE 0 TO AOR-NO.
           START ordarch-file KEY NOT < AOR-KEY
               INVALID KEY MOVE "10" TO ordarch-file-status
           END-START.
           IF ordarch-file-status = "00"
               READ ordarch-file NEXT RECORD
                   AT END MOVE "10" TO ordarch-file-status
               END-READ
           END-IF.
           PERFORM UNTIL ordarch-file-status NOT = "00"
               OR AOR-CUST-ID NOT = walk-cust
               IF AOR-INVOICE = INV-NO
                   ADD 1 TO found-count
               END-IF
               READ ordarch-file NEXT RECORD
                   AT END MOVE "10" TO ordarch-file-status
               END-READ
           END-PERFORM.

      *** Paid or cancelled, and last touched before the cutoff -   ***
      *** an order with no change stamp counts from its creation.   ***
       judge-order-settled.

           MOVE "N" TO order-settled.
           IF ORD-STATUS NOT = "P" AND ORD-STATUS NOT = "C"
               EXIT PARAGRAPH
           END-IF.
           IF ORD-CHANGED(1:8) = SPACES
               MOVE ORD-CREATED(1:8) TO settled-date
           ELSE
               MOVE ORD-CHANGED(1:8) TO settled-date
           END-IF.
           IF settled-date < cutoff-date
               MOVE "Y" TO order-settled
           END-IF.

      *****************************************************************
      *** Copy the orders and then the invoice into the archive;    ***
      *** only when every copy landed are they deleted live. The    ***
      *** invoice record in hand is still the one the pass read.    ***
      *****************************************************************
       archive-one-invoice.

           MOVE "Y" TO archive-ok.
           PERFORM VARYING move-ctr FROM 1 BY 1
                   UNTIL move-ctr > move-count OR archive-ok NOT = "Y"
               MOVE move-key(move-ctr) TO ORD-KEY
               READ orders-file
                   INVALID KEY MOVE "N" TO archive-ok
               END-READ
               IF archive-ok = "Y"
                   PERFORM copy-order-to-archive
               END-IF
           END-PERFORM.
           IF archive-ok = "Y"
               PERFORM copy-invoice-to-archive
           END-IF.

           IF archive-ok NOT = "Y"
               ADD 1 TO conflict-count
               MOVE SPACES TO report-line
               STRING "  CONFLICT invoice "          DELIMITED BY SIZE
                      FUNCTION TRIM(INV-NO)         DELIMITED BY SIZE
                      " left live: the archive holds a different "
                                                    DELIMITED BY SIZE
                      "copy of it or one of its orders"
                                                    DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING move-ctr FROM 1 BY 1
                   UNTIL move-ctr > move-count
               MOVE move-key(move-ctr) TO ORD-KEY
               READ orders-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM delete-live-order
               END-READ
           END-PERFORM.

           DELETE invoices-file RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           ADD 1 TO invoices-moved.
           ADD INV-AMOUNT TO invoiced-total.

           MOVE INV-AMOUNT TO money-disp.
           MOVE INV-ORDERS TO count-disp.
           MOVE SPACES TO report-line.
           STRING "  invoice "                   DELIMITED BY SIZE
                  FUNCTION TRIM(INV-NO)          DELIMITED BY SIZE
                  " customer "                   DELIMITED BY SIZE
                  FUNCTION TRIM(INV-CUST-ID)     DELIMITED BY SIZE
                  " of "                         DELIMITED BY SIZE
                  INV-CREATED(1:8)               DELIMITED BY SIZE
                  ": "                           DELIMITED BY SIZE
                  FUNCTION TRIM(money-disp)      DELIMITED BY SIZE
                  ", "                           DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp)      DELIMITED BY SIZE
                  " order(s)"                    DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

      *****************************************************************
      *** A copy already in the archive is fine when it is the same ***
      *** record - a rerun after an interruption; any other         ***
      *** difference, or a write that fails outright, stops the     ***
      *** move.                                                     ***
      *****************************************************************
       copy-order-to-archive.

           MOVE order-record TO ordarch-record.
           WRITE ordarch-record
               INVALID KEY CONTINUE
           END-WRITE.
           EVALUATE ordarch-file-status
               WHEN "00"
                   CONTINUE
               WHEN "22"
                   READ ordarch-file
                       INVALID KEY MOVE SPACES TO ordarch-record
                   END-READ
                   IF ordarch-record NOT = order-record
                       MOVE "N" TO archive-ok
                   END-IF
               WHEN OTHER
                   MOVE "N" TO archive-ok
           END-EVALUATE.

       copy-invoice-to-archive.

           MOVE invoice-record TO invarch-record.
           WRITE invarch-record
               INVALID KEY CONTINUE
           END-WRITE.
           EVALUATE invarch-file-status
               WHEN "00"
                   CONTINUE
               WHEN "22"
                   READ invarch-file
                       INVALID KEY MOVE SPACES TO invarch-record
                   END-READ
                   IF invarch-record NOT = invoice-record
                       MOVE "N" TO archive-ok
                   END-IF
               WHEN OTHER
                   MOVE "N" TO archive-ok
           END-EVALUATE.

      *** The order in hand is archived: tally it, delete it and    ***
      *** journal the delete.                                       ***
       delete-live-order.

           ADD 1 TO orders-moved.
           ADD ORD-AMOUNT   TO goods-total.
           ADD ORD-TAX      TO tax-total.
           ADD ORD-PAID     TO paid-total.
           ADD ORD-CREDITED TO credited-total.

           DELETE orders-file RECORD
               INVALID KEY CONTINUE
           END-DELETE.

           MOVE "orders" TO jf-dataset.
           MOVE "D" TO jf-action.
           MOVE ORD-KEY TO jf-key.
           MOVE order-record TO jf-before.
           MOVE SPACES TO jf-after.
           CALL "logjournal" USING jf-dataset jf-action
               jf-key jf-before jf-after END-CALL.

      *****************************************************************
      *** Pass two: orders never invoiced that are settled and old  ***
      *** enough, and any order whose invoice is already archived   ***
      *** (left behind when a run was cut short).                   ***
      *****************************************************************
       archive-loose-orders.

           MOVE LOW-VALUES TO ORD-KEY.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "10" TO orders-file-status
           END-START.
           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-IF.
           PERFORM UNTIL orders-file-status NOT = "00"
               PERFORM consider-loose-order
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.

       consider-loose-order.

           IF ORD-INVOICE = SPACES
               PERFORM judge-order-settled
           ELSE
               MOVE ORD-INVOICE TO AIN-NO
               READ invarch-file
                   INVALID KEY MOVE "N" TO order-settled
                   NOT INVALID KEY MOVE "Y" TO order-settled
               END-READ
           END-IF.
           IF order-settled NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE ORD-NO TO ord-no-disp.
           MOVE "Y" TO archive-ok.
           PERFORM copy-order-to-archive.
           IF archive-ok NOT = "Y"
               ADD 1 TO conflict-count
               MOVE SPACES TO report-line
               STRING "  CONFLICT order "            DELIMITED BY SIZE
                      FUNCTION TRIM(ORD-CUST-ID)    DELIMITED BY SIZE
                      "/"                           DELIMITED BY SIZE
                      FUNCTION TRIM(ord-no-disp)    DELIMITED BY SIZE
                      " left live: the archive holds a different "
                                                    DELIMITED BY SIZE
                      "copy of it"                  DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
               EXIT PARAGRAPH
           END-IF.

           PERFORM delete-live-order.

           MOVE SPACES TO follow-text.
           IF ORD-INVOICE NOT = SPACES
               STRING ", follows invoice "       DELIMITED BY SIZE
                      FUNCTION TRIM(ORD-INVOICE) DELIMITED BY SIZE
                   INTO follow-text
               END-STRING
           END-IF.
           MOVE ORD-AMOUNT TO money-disp.
           MOVE SPACES TO report-line.
           STRING "  order "                     DELIMITED BY SIZE
                  FUNCTION TRIM(ORD-CUST-ID)     DELIMITED BY SIZE
                  "/"                            DELIMITED BY SIZE
                  FUNCTION TRIM(ord-no-disp)     DELIMITED BY SIZE
                  " status "                     DELIMITED BY SIZE
                  ORD-STATUS                     DELIMITED BY SIZE
                  " of "                         DELIMITED BY SIZE
                  ORD-CREATED(1:8)               DELIMITED BY SIZE
                  ": "                           DELIMITED BY SIZE
                  FUNCTION TRIM(money-disp)      DELIMITED BY SIZE
                  follow-text                    DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

      *****************************************************************
      *** The control totals close the report. Each live file must  ***
      *** have lost exactly what was moved out of it.               ***
      *****************************************************************
       write-control-totals.

           IF orders-before = orders-after + orders-moved
              AND invoices-before = invoices-after + invoices-moved
               MOVE "Y" TO counts-agree
           ELSE
               MOVE "N" TO counts-agree
           END-IF.

           MOVE "control totals" TO report-line.
           WRITE report-line.

           MOVE "orders on file before" TO total-label.
           MOVE orders-before TO count-disp.
           PERFORM write-count-line.
           MOVE "orders archived" TO total-label.
           MOVE orders-moved TO count-disp.
           PERFORM write-count-line.
           MOVE "orders on file after" TO total-label.
           MOVE orders-after TO count-disp.
           PERFORM write-count-line.
           MOVE "invoices on file before" TO total-label.
           MOVE invoices-before TO count-disp.
           PERFORM write-count-line.
           MOVE "invoices archived" TO total-label.
           MOVE invoices-moved TO count-disp.
           PERFORM write-count-line.
           MOVE "invoices on file after" TO total-label.
           MOVE invoices-after TO count-disp.
           PERFORM write-count-line.
           MOVE "old invoices kept, not settled" TO total-label.
           MOVE invoices-kept TO count-disp.
           PERFORM write-count-line.
           MOVE "conflicts left live" TO total-label.
           MOVE conflict-count TO count-disp.
           PERFORM write-count-line.

           MOVE "invoiced amount archived" TO total-label.
           MOVE invoiced-total TO money-disp.
           PERFORM write-money-line.
           MOVE "order goods archived" TO total-label.
           MOVE goods-total TO money-disp.
           PERFORM write-money-line.
           MOVE "order tax archived" TO total-label.
           MOVE tax-total TO money-disp.
           PERFORM write-money-line.
           MOVE "order payments archived" TO total-label.
           MOVE paid-total TO money-disp.
           PERFORM write-money-line.
           MOVE "order credits archived" TO total-label.
           MOVE credited-total TO money-disp.
           PERFORM write-money-line.

           IF counts-agree = "Y"
               MOVE "  counts agree." TO report-line
           ELSE
               MOVE "  COUNTS DO NOT AGREE - check the live files."
                   TO report-line
           END-IF.
           WRITE report-line.

       write-count-line.

           MOVE SPACES TO report-line.
           STRING "  "              DELIMITED BY SIZE
                  total-label       DELIMITED BY SIZE
                  count-disp        DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

       write-money-line.

           MOVE SPACES TO report-line.
           STRING "  "              DELIMITED BY SIZE
                  total-label       DELIMITED BY SIZE
                  money-disp        DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
