      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  one-time widening conversion for the billing     ***
      ***          masters                                          ***
      *** UPDATE:  converted customer records are written sealed    ***
      *****************************************************************
      *** Batch job, run once at rollout before anything expecting  ***
      *** the widened layouts touches the datasets - the same       ***
      *** read-old / write-new / swap shape widenmasters used:      ***
      ***  - orders.dat gains the credited amount, the catalog      ***
      ***    product code, the billed tax code, rate and tax, the   ***
      ***    recurring schedule an order was raised from, the       ***
      ***    amount written off, the closed-period adjustment date, ***
      ***    the fulfilment status and shipment details and the     ***
      ***    invoice currency, rate and converted amounts, the      ***
      ***    trading company code and the approval an order over    ***
      ***    the order-value limit waits on;                        ***
      ***  - invoices.dat gains the credited total, the dunning     ***
      ***    stage/date, the net/tax breakdown by tax code, the     ***
      ***    late-payment interest charged, the bad-debt write-off, ***
      ***    a consolidated invoice's per-branch lines, the invoice ***
      ***    currency, rate and converted totals, the paper-copy    ***
      ***    flag with its printed date, the trading company code   ***
      ***    and the due date with the payment terms it was worked  ***
      ***    out from;                                              ***
      ***  - customers.dat gains the credit limit, credit hold,     ***
      ***    default tax code, interest exemption, the do-not-text  ***
      ***    flag, the parent account with its bill-to choice, the  ***
      ***    account owner, the billing currency, the trading       ***
      ***    company code (spaces: the home company), the payment   ***
      ***    terms (spaces: the configured default) and the seal    ***
      ***    fields - each converted record is sealed (custcrypt)   ***
      ***    on its way into the new file.                          ***
      *** The new records are INITIALIZEd before the old fields     ***
      *** are moved across, so every new amount starts at zero and  ***
      *** every new flag as spaces - the before-the-feature value   ***
      *** each reader already expects. Each converted file only     ***
      *** swaps into place once its old records were all written    ***
      *** out cleanly; a dataset that doesn't exist yet is simply   ***
      *** skipped.                                                  ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. widenbilling.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT old-orders-file
               ASSIGN TO "data/orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-ORD-KEY
               FILE STATUS IS old-orders-status.

           SELECT new-orders-file
               ASSIGN TO "data/orders.new"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-KEY
               FILE STATUS IS new-orders-status.

           SELECT old-invoices-file
               ASSIGN TO "data/invoices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-INV-NO
               FILE STATUS IS old-invoices-status.

           SELECT new-invoices-file
               ASSIGN TO "data/invoices.new"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-NO
               FILE STATUS IS new-invoices-status.

           SELECT old-customers-file
               ASSIGN TO "data/customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CUST-ID
               FILE STATUS IS old-customers-status.

           SELECT new-customers-file
               ASSIGN TO "data/customers.new"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS new-customers-status.

       DATA DIVISION.

       FILE SECTION.
      *** The layouts as they were before the widening - kept       ***
      *** inline here the way widenmasters keeps its old ones.      ***
       FD old-orders-file.
       01 old-order-record.
           05 OLD-ORD-KEY.
              10 OLD-ORD-CUST-ID PIC X(10).
              10 OLD-ORD-NO      PIC 9(10).
           05 OLD-ORD-DESC       PIC X(60).
           05 OLD-ORD-QTY        PIC 9(5).
           05 OLD-ORD-UNIT-PRICE PIC 9(7)V99.
           05 OLD-ORD-AMOUNT     PIC 9(9)V99.
           05 OLD-ORD-PAID       PIC 9(9)V99.
           05 OLD-ORD-STATUS     PIC X(1).
           05 OLD-ORD-INVOICE    PIC X(10).
           05 OLD-ORD-USER       PIC X(30).
           05 OLD-ORD-CREATED    PIC X(21).
           05 OLD-ORD-CHANGED    PIC X(21).

       FD new-orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD old-invoices-file.
       01 old-invoice-record.
           05 OLD-INV-NO      PIC X(10).
           05 OLD-INV-CUST-ID PIC X(10).
           05 OLD-INV-AMOUNT  PIC 9(11)V99.
           05 OLD-INV-ORDERS  PIC 9(4).
           05 OLD-INV-CREATED PIC X(21).
           05 OLD-INV-MAILED  PIC X(1).

       FD new-invoices-file.
       01 invoice-record.
           COPY "invfld.cbl".

       FD old-customers-file.
       01 old-customer-record.
           05 OLD-CUST-ID       PIC X(10).
           05 OLD-CUST-NAME     PIC X(60).
           05 OLD-CUST-EMAIL    PIC X(60).
           05 OLD-CUST-ADDR1    PIC X(60).
           05 OLD-CUST-ADDR2    PIC X(60).
           05 OLD-CUST-CITY     PIC X(30).
           05 OLD-CUST-POSTCODE PIC X(10).
           05 OLD-CUST-PHONE    PIC X(20).
           05 OLD-CUST-STATUS   PIC X(01).
           05 OLD-CUST-CREATED  PIC X(21).
           05 OLD-CUST-CHANGED  PIC X(21).
           05 OLD-CUST-INACT-WHEN PIC X(21).
           05 OLD-CUST-INACT-BY   PIC X(30).
           05 OLD-CUST-MERGED-INTO PIC X(10).
           05 OLD-CUST-EMAIL-BAD  PIC X(1).
           05 OLD-CUST-LANG         PIC X(2).
           05 OLD-CUST-NO-MARKETING PIC X(1).
           05 OLD-CUST-NO-EMAIL     PIC X(1).

       FD new-customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       WORKING-STORAGE SECTION.
       77 old-orders-status    PIC X(2).
       77 new-orders-status    PIC X(2).
       77 old-invoices-status  PIC X(2).
       77 new-invoices-status  PIC X(2).
       77 old-customers-status PIC X(2).
       77 new-customers-status PIC X(2).
       77 seal-result          PIC X(01).
       77 cfs-failed           PIC X(01).

       77 converted-count PIC 9(7) USAGE COMP-5.
       77 write-failed    PIC X(01).
       77 swap-command    PIC X(80).
       77 final-rc        PIC 9(4) USAGE COMP-5 VALUE 0.

       PROCEDURE DIVISION.

       start-widenbilling.

           PERFORM widen-orders.
           PERFORM widen-invoices.
           PERFORM widen-customers.

           DISPLAY "widenbilling: done.".

           MOVE final-rc TO RETURN-CODE.

           GOBACK.

       widen-orders.

           MOVE 0 TO converted-count.
           MOVE "N" TO write-failed.

           OPEN INPUT old-orders-file.
           IF old-orders-status NOT = "00"
               DISPLAY "  orders.dat not present, skipped."
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT new-orders-file.
           CALL 'checkfilestatus' USING "data/orders.new"
               new-orders-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           READ old-orders-file NEXT RECORD
               AT END MOVE "10" TO old-orders-status
           END-READ.
           PERFORM UNTIL old-orders-status NOT = "00"
               INITIALIZE order-record
               MOVE OLD-ORD-CUST-ID    TO ORD-CUST-ID
               MOVE OLD-ORD-NO         TO ORD-NO
               MOVE OLD-ORD-DESC       TO ORD-DESC
               MOVE OLD-ORD-QTY        TO ORD-QTY
               MOVE OLD-ORD-UNIT-PRICE TO ORD-UNIT-PRICE
               MOVE OLD-ORD-AMOUNT     TO ORD-AMOUNT
               MOVE OLD-ORD-PAID       TO ORD-PAID
               MOVE OLD-ORD-STATUS     TO ORD-STATUS
               MOVE OLD-ORD-INVOICE    TO ORD-INVOICE
               MOVE OLD-ORD-USER       TO ORD-USER
               MOVE OLD-ORD-CREATED    TO ORD-CREATED
               MOVE OLD-ORD-CHANGED    TO ORD-CHANGED
               WRITE order-record
                   INVALID KEY MOVE "Y" TO write-failed
               END-WRITE
               IF new-orders-status = "00"
                   ADD 1 TO converted-count
               ELSE
                   MOVE "Y" TO write-failed
               END-IF
               READ old-orders-file NEXT RECORD
                   AT END MOVE "10" TO old-orders-status
               END-READ
           END-PERFORM.

           CLOSE old-orders-file.
           CLOSE new-orders-file.

      *** The swap only happens when every old record was written   ***
      *** out cleanly - a short conversion leaves the live dataset  ***
      *** alone and the .new file behind for inspection.            ***
           IF write-failed = "Y"
               DISPLAY "  orders.dat NOT swapped - one or more "
                   "records failed to convert (data/orders.new "
                   "kept for inspection)."
               MOVE 8 TO final-rc
           ELSE
               MOVE "mv data/orders.new data/orders.dat"
                   TO swap-command
               CALL "SYSTEM" USING swap-command END-CALL
               DISPLAY "  orders.dat widened, "
                   converted-count " record(s)."
           END-IF.

       widen-invoices.

           MOVE 0 TO converted-count.
           MOVE "N" TO write-failed.

           OPEN INPUT old-invoices-file.
           IF old-invoices-status NOT = "00"
               DISPLAY "  invoices.dat not present, skipped."
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT new-invoices-file.
           CALL 'checkfilestatus' USING "data/invoices.new"
               new-invoices-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           READ old-invoices-file NEXT RECORD
               AT END MOVE "10" TO old-invoices-status
           END-READ.
           PERFORM UNTIL old-invoices-status NOT = "00"
               INITIALIZE invoice-record
               MOVE OLD-INV-NO      TO INV-NO
               MOVE OLD-INV-CUST-ID TO INV-CUST-ID
               MOVE OLD-INV-AMOUNT  TO INV-AMOUNT
               MOVE OLD-INV-ORDERS  TO INV-ORDERS
               MOVE OLD-INV-CREATED TO INV-CREATED
               MOVE OLD-INV-MAILED  TO INV-MAILED
               WRITE invoice-record
                   INVALID KEY MOVE "Y" TO write-failed
               END-WRITE
               IF new-invoices-status = "00"
                   ADD 1 TO converted-count
               ELSE
                   MOVE "Y" TO write-failed
               END-IF
               READ old-invoices-file NEXT RECORD
                   AT END MOVE "10" TO old-invoices-status
               END-READ
           END-PERFORM.

           CLOSE old-invoices-file.
           CLOSE new-invoices-file.

           IF write-failed = "Y"
               DISPLAY "  invoices.dat NOT swapped - one or more "
                   "records failed to convert (data/invoices.new "
                   "kept for inspection)."
               MOVE 8 TO final-rc
           ELSE
               MOVE "mv data/invoices.new data/invoices.dat"
                   TO swap-command
               CALL "SYSTEM" USING swap-command END-CALL
               DISPLAY "  invoices.dat widened, "
                   converted-count " record(s)."
           END-IF.

       widen-customers.

           MOVE 0 TO converted-count.
           MOVE "N" TO write-failed.

           OPEN INPUT old-customers-file.
           IF old-customers-status NOT = "00"
               DISPLAY "  customers.dat not present, skipped."
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT new-customers-file.
           CALL 'checkfilestatus' USING "data/customers.new"
               new-customers-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           READ old-customers-file NEXT RECORD
               AT END MOVE "10" TO old-customers-status
           END-READ.
           PERFORM UNTIL old-customers-status NOT = "00"
               INITIALIZE customer-record
               MOVE OLD-CUST-ID          TO CUST-ID
               MOVE OLD-CUST-NAME        TO CUST-NAME
               MOVE OLD-CUST-EMAIL       TO CUST-EMAIL
               MOVE OLD-CUST-ADDR1       TO CUST-ADDR1
               MOVE OLD-CUST-ADDR2       TO CUST-ADDR2
               MOVE OLD-CUST-CITY        TO CUST-CITY
               MOVE OLD-CUST-POSTCODE    TO CUST-POSTCODE
               MOVE OLD-CUST-PHONE       TO CUST-PHONE
               MOVE OLD-CUST-STATUS      TO CUST-STATUS
               MOVE OLD-CUST-CREATED     TO CUST-CREATED
               MOVE OLD-CUST-CHANGED     TO CUST-CHANGED
               MOVE OLD-CUST-INACT-WHEN  TO CUST-INACT-WHEN
               MOVE OLD-CUST-INACT-BY    TO CUST-INACT-BY
               MOVE OLD-CUST-MERGED-INTO TO CUST-MERGED-INTO
               MOVE OLD-CUST-EMAIL-BAD   TO CUST-EMAIL-BAD
               MOVE OLD-CUST-LANG        TO CUST-LANG
               MOVE OLD-CUST-NO-MARKETING TO CUST-NO-MARKETING
               MOVE OLD-CUST-NO-EMAIL    TO CUST-NO-EMAIL
               CALL "custcrypt" USING "S" customer-record seal-result
                   END-CALL
               WRITE customer-record
                   INVALID KEY MOVE "Y" TO write-failed
               END-WRITE
               IF new-customers-status = "00"
                   ADD 1 TO converted-count
               ELSE
                   MOVE "Y" TO write-failed
               END-IF
               READ old-customers-file NEXT RECORD
                   AT END MOVE "10" TO old-customers-status
               END-READ
           END-PERFORM.

           CLOSE old-customers-file.
           CLOSE new-customers-file.

           IF write-failed = "Y"
               DISPLAY "  customers.dat NOT swapped - one or more "
                   "records failed to convert (data/customers.new "
                   "kept for inspection)."
               MOVE 8 TO final-rc
           ELSE
               MOVE "mv data/customers.new data/customers.dat"
                   TO swap-command
               CALL "SYSTEM" USING swap-command END-CALL
               DISPLAY "  customers.dat widened, "
                   converted-count " record(s)."
           END-IF.
