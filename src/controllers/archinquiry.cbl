      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  read-only inquiry on archived orders and         ***
      ***          invoices                                         ***
      *****************************************************************
      *** /admin/archive: the clerk's window on what the yearly     ***
      *** archive job took out of the live billing files. Given an  ***
      *** invoice number it shows the archived invoice and the      ***
      *** orders it covered; given a customer id, that customer's   ***
      *** archived invoices (newest number last) and any archived   ***
      *** orders that were never invoiced. Nothing here writes -    ***
      *** the archive is history, so there are no actions and no    ***
      *** POST. An invoice number still on the live file is said to ***
      *** be live, so the clerk knows to look on the usual screens. ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. archinquiry.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ordarchdef.cbl".
           COPY "invarchdef.cbl".
           COPY "invdef.cbl".

       DATA DIVISION.

       FILE SECTION.
       FD ordarch-file.
       01 ordarch-record.
           COPY "orderfld.cbl"
              REPLACING LEADING ==ORD== BY ==AOR==.

       FD invarch-file.
       01 invarch-record.
           COPY "invfld.cbl"
              REPLACING LEADING ==INV== BY ==AIN==.

       FD invoices-file.
       01 invoice-record.
           COPY "invfld.cbl".

       WORKING-STORAGE SECTION.
       77 ordarch-file-status  PIC X(2).
       77 invarch-file-status  PIC X(2).
       77 invoices-file-status PIC X(2).

       78 aq-inv-max VALUE 20.
       78 aq-ord-max VALUE 14.

       77 aq-invoice-text PIC X(90) VALUE SPACES.
       77 aq-custid-text  PIC X(90) VALUE SPACES.
       77 aq-message      PIC X(90) VALUE SPACES.
       77 aq-wanted-cust  PIC X(10).
       77 aq-wanted-inv   PIC X(10).

       77 aq-inv-shown    PIC 9(4) USAGE COMP-5 VALUE 0.
       77 aq-ord-shown    PIC 9(4) USAGE COMP-5 VALUE 0.
       77 aq-more         PIC X(01) VALUE "N".
       77 aq-shown-disp   PIC Z(3)9.
       77 aq-count-disp   PIC Z(3)9.
       77 aq-var-ctr      PIC 9(4) USAGE COMP-5.
       77 aq-money-disp   PIC Z(10)9.99.
       77 aq-qty-disp     PIC Z(4)9.
       77 aq-no-disp      PIC Z(9)9.
       77 aq-date-disp    PIC X(10).

       01 the-vars.
           COPY "cowvars.cbl".

       LINKAGE SECTION.
       01 the-values.
          COPY "queryval.cbl".

       01 the-session.
          COPY "sessfld.cbl".

       PROCEDURE DIVISION USING the-values the-session.

       start-archinquiry.

           MOVE SPACES TO the-vars.

           CALL "getparam" USING the-values "invoice" aq-invoice-text
               END-CALL.
           CALL "getparam" USING the-values "custid" aq-custid-text
               END-CALL.

           EVALUATE TRUE
               WHEN FUNCTION TRIM(aq-invoice-text) NOT = SPACES
                   PERFORM show-one-invoice
               WHEN FUNCTION TRIM(aq-custid-text) NOT = SPACES
                   PERFORM show-one-customer
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE "message" TO COW-varname(95).
           MOVE aq-message TO COW-varvalue(95).

           MOVE "invoiceparam" TO COW-varname(96).
           MOVE FUNCTION TRIM(aq-invoice-text) TO COW-varvalue(96).
           MOVE "custidparam" TO COW-varname(97).
           MOVE FUNCTION TRIM(aq-custid-text) TO COW-varvalue(97).

           MOVE aq-inv-shown TO aq-count-disp.
           MOVE "invcount" TO COW-varname(90).
           MOVE FUNCTION TRIM(aq-count-disp) TO COW-varvalue(90).
           MOVE aq-ord-shown TO aq-count-disp.
           MOVE "ordcount" TO COW-varname(91).
           MOVE FUNCTION TRIM(aq-count-disp) TO COW-varvalue(91).

           CALL 'cowtemplate' USING the-vars "archinquiry.cow"
               the-session END-CALL.

           GOBACK.

      *****************************************************************
      *** One invoice by number: its header, then the orders that   ***
      *** carried the number, found with one START on the           ***
      *** customer's archived orders.                               ***
      *****************************************************************
       show-one-invoice.

           MOVE FUNCTION TRIM(aq-invoice-text) TO aq-wanted-inv.

           OPEN INPUT invarch-file.
           IF invarch-file-status NOT = "00"
               MOVE "nothing has been archived yet" TO aq-message
               EXIT PARAGRAPH
           END-IF.
           MOVE aq-wanted-inv TO AIN-NO.
           READ invarch-file
               INVALID KEY CONTINUE
           END-READ.
           CLOSE invarch-file.

           IF invarch-file-status NOT = "00"
               PERFORM say-whether-live
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO aq-inv-shown.
           PERFORM add-invoice-to-vars.

           MOVE AIN-CUST-ID TO aq-wanted-cust.
           PERFORM show-archived-orders.

           MOVE SPACES TO aq-message.
           STRING "archived invoice "          DELIMITED BY SIZE
                  FUNCTION TRIM(AIN-NO)        DELIMITED BY SIZE
                  " for customer "             DELIMITED BY SIZE
                  FUNCTION TRIM(AIN-CUST-ID)   DELIMITED BY SIZE
               INTO aq-message
           END-STRING.

       say-whether-live.

           MOVE SPACES TO aq-message.
           OPEN INPUT invoices-file.
           IF invoices-file-status = "00"
               MOVE aq-wanted-inv TO INV-NO
               READ invoices-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       STRING "invoice "            DELIMITED BY SIZE
                              FUNCTION TRIM(INV-NO) DELIMITED BY SIZE
                              " is not archived - it is still on "
                                                    DELIMITED BY SIZE
                              "the live file"       DELIMITED BY SIZE
                           INTO aq-message
                       END-STRING
               END-READ
               CLOSE invoices-file
           END-IF.
           IF aq-message = SPACES
               MOVE "no invoice under that number in the archive"
                   TO aq-message
           END-IF.

      *****************************************************************
      *** One customer: the archived invoices cut for them - a pass ***
      *** over the invoice archive, which is keyed by number - then ***
      *** the archived orders never invoiced.                       ***
      *****************************************************************
       show-one-customer.

           MOVE FUNCTION TRIM(aq-custid-text) TO aq-wanted-cust.
           MOVE SPACES TO aq-wanted-inv.

           OPEN INPUT invarch-file.
           IF invarch-file-status NOT = "00"
               MOVE "nothing has been archived yet" TO aq-message
               EXIT PARAGRAPH
           END-IF.

           READ invarch-file NEXT RECORD
               AT END MOVE "10" TO invarch-file-status
           END-READ.
           PERFORM UNTIL invarch-file-status NOT = "00"
               IF AIN-CUST-ID = aq-wanted-cust
                   IF aq-inv-shown < aq-inv-max
                       ADD 1 TO aq-inv-shown
                       PERFORM add-invoice-to-vars
                   ELSE
                       MOVE "Y" TO aq-more
                   END-IF
               END-IF
               READ invarch-file NEXT RECORD
                   AT END MOVE "10" TO invarch-file-status
               END-READ
           END-PERFORM.
           CLOSE invarch-file.

           PERFORM show-archived-orders.

           MOVE aq-inv-shown TO aq-count-disp.
           MOVE SPACES TO aq-message.
           IF aq-inv-shown = 0 AND aq-ord-shown = 0
               MOVE "nothing archived for that customer" TO aq-message
           ELSE
               STRING FUNCTION TRIM(aq-count-disp) DELIMITED BY SIZE
                      " archived invoice(s) for customer "
                                                   DELIMITED BY SIZE
                      FUNCTION TRIM(aq-wanted-cust) DELIMITED BY SIZE
                   INTO aq-message
               END-STRING
               IF aq-more = "Y"
                   MOVE SPACES TO aq-message
                   STRING "the first "               DELIMITED BY SIZE
                          FUNCTION TRIM(aq-count-disp)
                                                     DELIMITED BY SIZE
                          " archived invoices for customer "
                                                     DELIMITED BY SIZE
                          FUNCTION TRIM(aq-wanted-cust)
                                                     DELIMITED BY SIZE
                          " - ask for one by number" DELIMITED BY SIZE
                       INTO aq-message
                   END-STRING
               END-IF
           END-IF.

      *****************************************************************
      *** The customer's archived orders carrying aq-wanted-inv -   ***
      *** spaces asks for the ones never invoiced.                  ***
      *****************************************************************
       show-archived-orders.

           OPEN INPUT ordarch-file.
           IF ordarch-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE aq-wanted-cust TO AOR-CUST-ID.
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
               OR AOR-CUST-ID NOT = aq-wanted-cust
               OR aq-ord-shown >= aq-ord-max
               IF AOR-INVOICE = aq-wanted-inv
                   ADD 1 TO aq-ord-shown
                   PERFORM add-order-to-vars
               END-IF
               READ ordarch-file NEXT RECORD
                   AT END MOVE "10" TO ordarch-file-status
               END-READ
           END-PERFORM.

           CLOSE ordarch-file.

       add-invoice-to-vars.

           MOVE aq-inv-shown TO aq-shown-disp.

           COMPUTE aq-var-ctr = ((aq-inv-shown - 1) * 5) + 101.
           MOVE FUNCTION TRIM(AIN-NO) TO COW-varvalue(aq-var-ctr).
           STRING "ai" DELIMITED BY SIZE
                  FUNCTION TRIM(aq-shown-disp) DELIMITED BY SIZE
                  "no" DELIMITED BY SIZE
               INTO COW-varname(aq-var-ctr).

           ADD 1 TO aq-var-ctr.
           MOVE AIN-CREATED(1:4) TO aq-date-disp(1:4).
           MOVE "-" TO aq-date-disp(5:1).
           MOVE AIN-CREATED(5:2) TO aq-date-disp(6:2).
           MOVE "-" TO aq-date-disp(8:1).
           MOVE AIN-CREATED(7:2) TO aq-date-disp(9:2).
           MOVE aq-date-disp TO COW-varvalue(aq-var-ctr).
           STRING "ai" DELIMITED BY SIZE
                  FUNCTION TRIM(aq-shown-disp) DELIMITED BY SIZE
                  "date" DELIMITED BY SIZE
               INTO COW-varname(aq-var-ctr).

           ADD 1 TO aq-var-ctr.
           MOVE AIN-AMOUNT TO aq-money-disp.
           MOVE FUNCTION TRIM(aq-money-disp)
               TO COW-varvalue(aq-var-ctr).
           STRING "ai" DELIMITED BY SIZE
                  FUNCTION TRIM(aq-shown-disp) DELIMITED BY SIZE
                  "amount" DELIMITED BY SIZE
               INTO COW-varname(aq-var-ctr).

           ADD 1 TO aq-var-ctr.
           MOVE AIN-CREDITED TO aq-money-disp.
           MOVE FUNCTION TRIM(aq-money-disp)
               TO COW-varvalue(aq-var-ctr).
           STRING "ai" DELIMITED BY SIZE
                  FUNCTION TRIM(aq-shown-disp) DELIMITED BY SIZE
                  "credited" DELIMITED BY SIZE
               INTO COW-varname(aq-var-ctr).

           ADD 1 TO aq-var-ctr.
           MOVE AIN-ORDERS TO aq-qty-disp.
           MOVE FUNCTION TRIM(aq-qty-disp) TO COW-varvalue(aq-var-ctr).
           STRING "ai" DELIMITED BY SIZE
                  FUNCTION TRIM(aq-shown-disp) DELIMITED BY SIZE
                  "orders" DELIMITED BY SIZE
               INTO COW-varname(aq-var-ctr).

       add-order-to-vars.

           MOVE aq-ord-shown TO aq-shown-disp.

           COMPUTE aq-var-ctr = ((aq-ord-shown - 1) * 7) + 201.
           MOVE AOR-NO TO aq-no-disp.
           MOVE FUNCTION TRIM(aq-no-disp) TO COW-varvalue(aq-var-ctr).
           STRING "ao" DELIMITED BY SIZE
                  FUNCTION TRIM(aq-shown-disp) DELIMITED BY SIZE
                  "no" DELIMITED BY SIZE
               INTO COW-varname(aq-var-ctr).

           ADD 1 TO aq-var-ctr.
           MOVE AOR-CREATED(1:4) TO aq-date-disp(1:4).
           MOVE "-" TO aq-date-disp(5:1).
           MOVE AOR-CREATED(5:2) TO aq-date-disp(6:2).
           MOVE "-" TO aq-date-disp(8:1).
           MOVE AOR-CREATED(7:2) TO aq-date-disp(9:2).
           MOVE aq-date-disp TO COW-varvalue(aq-var-ctr).
           STRING "ao" DELIMITED BY SIZE
                  FUNCTION TRIM(aq-shown-disp) DELIMITED BY SIZE
                  "date" DELIMITED BY SIZE
               INTO COW-varname(aq-var-ctr).

           ADD 1 TO aq-var-ctr.
           MOVE FUNCTION TRIM(AOR-DESC) TO COW-varvalue(aq-var-ctr).
           STRING "ao" DELIMITED BY SIZE
                  FUNCTION TRIM(aq-shown-disp) DELIMITED BY SIZE
                  "desc" DELIMITED BY SIZE
               INTO COW-varname(aq-var-ctr).

           ADD 1 TO aq-var-ctr.
           MOVE AOR-QTY TO aq-qty-disp.
           MOVE FUNCTION TRIM(aq-qty-disp) TO COW-varvalue(aq-var-ctr).
           STRING "ao" DELIMITED BY SIZE
                  FUNCTION TRIM(aq-shown-disp) DELIMITED BY SIZE
                  "qty" DELIMITED BY SIZE
               INTO COW-varname(aq-var-ctr).

           ADD 1 TO aq-var-ctr.
           MOVE AOR-AMOUNT TO aq-money-disp.
           MOVE FUNCTION TRIM(aq-money-disp)
               TO COW-varvalue(aq-var-ctr).
           STRING "ao" DELIMITED BY SIZE
                  FUNCTION TRIM(aq-shown-disp) DELIMITED BY SIZE
                  "amount" DELIMITED BY SIZE
               INTO COW-varname(aq-var-ctr).

           ADD 1 TO aq-var-ctr.
           MOVE AOR-TAX TO aq-money-disp.
           MOVE FUNCTION TRIM(aq-money-disp)
               TO COW-varvalue(aq-var-ctr).
           STRING "ao" DELIMITED BY SIZE
                  FUNCTION TRIM(aq-shown-disp) DELIMITED BY SIZE
                  "tax" DELIMITED BY SIZE
               INTO COW-varname(aq-var-ctr).

           ADD 1 TO aq-var-ctr.
           EVALUATE AOR-STATUS
               WHEN "P"
                   MOVE "paid" TO COW-varvalue(aq-var-ctr)
               WHEN "C"
                   MOVE "cancelled" TO COW-varvalue(aq-var-ctr)
               WHEN OTHER
                   MOVE AOR-STATUS TO COW-varvalue(aq-var-ctr)
           END-EVALUATE.
           STRING "ao" DELIMITED BY SIZE
                  FUNCTION TRIM(aq-shown-disp) DELIMITED BY SIZE
                  "status" DELIMITED BY SIZE
               INTO COW-varname(aq-var-ctr).
