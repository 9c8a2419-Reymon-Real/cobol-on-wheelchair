      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  cross-dataset referential integrity checker      ***
      *** UPDATE:  consolidated invoices are checked across their   ***
      ***          branches                                         ***
      *** UPDATE:  customer cases are checked against the master    ***
      *** UPDATE:  customer contracts are checked against the       ***
      ***          master                                           ***
      *****************************************************************
      *** Batch job, nightly after checkdatasets: where that job    ***
      *** checks each dataset against its own copybook, this one    ***
      *** checks them against each other, with the customer master  ***
      *** as the hub -                                              ***
      ***  - orders: ORD-CUST-ID must be on the master, and an      ***
      ***    ORD-INVOICE must name an invoice on file;              ***
      ***  - invoices: INV-CUST-ID must be on the master, and the   ***
      ***    orders carrying the invoice's number must still be     ***
      ***    INV-ORDERS of them adding up (goods plus tax) to       ***
      ***    INV-AMOUNT; on a consolidated invoice each branch      ***
      ***    (INV-BR-CUST-ID) must be on the master too, and its    ***
      ***    orders count with the parent's;                        ***
      ***  - contact notes and tags: the customer must be on the    ***
      ***    master, and not a merged-away duplicate - a merge      ***
      ***    moves notes to the survivor, so one left on the        ***
      ***    duplicate was missed (tags never move, so each is a    ***
      ***    tag the survivor lost);                                ***
      ***  - the upload catalog's DOC-CUST-ID and the users'        ***
      ***    USR-CUST-ID, where set: the same two tests;            ***
      ***  - customer cases: CASE-CUST-ID must be on the master. A  ***
      ***    case stays with the account it was raised on, merged   ***
      ***    away or not, like an order.                            ***
      ***  - customer contracts: CON-CUST-ID must be on the master, ***
      ***    the same way.                                          ***
      *** Every finding goes to data/refcheck.txt with the keys on  ***
      *** both sides. Exits RETURN-CODE 8 when anything was found,  ***
      *** or the customer master itself could not be read, so       ***
      *** nightlyrun halts there; 0 when everything ties up. A      ***
      *** dataset other than the master that doesn't exist yet is   ***
      *** an ordinary young system and is skipped.                  ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. checkrefs.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "custdef.cbl".
           COPY "orderdef.cbl".
           COPY "invdef.cbl".
           COPY "custnotedef.cbl".
           COPY "custtagdef.cbl".
           COPY "upcatdef.cbl".
           COPY "userdef.cbl".
           COPY "casedef.cbl".
           COPY "contdef.cbl".

           SELECT report-file
               ASSIGN TO "data/refcheck.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS report-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD invoices-file.
       01 invoice-record.
           COPY "invfld.cbl".

       FD custnotes-file.
       01 custnote-record.
           COPY "custnotefld.cbl".

       FD custtags-file.
       01 custtag-record.
           COPY "custtagfld.cbl".

       FD uploadcat-file.
       01 uploadcat-record.
           COPY "upcatfld.cbl".

       FD users-file.
       01 user-record.
           COPY "userfld.cbl".

       FD cases-file.
       01 case-record.
           COPY "casefld.cbl".

       FD contracts-file.
       01 contract-record.
           COPY "contfld.cbl".

       FD report-file.
       01 report-line PIC X(200).

       WORKING-STORAGE SECTION.
       77 customers-file-status PIC X(2).
       77 orders-file-status    PIC X(2).
       77 invoices-file-status  PIC X(2).
       77 custnotes-file-status PIC X(2).
       77 custtags-file-status  PIC X(2).
       77 uploadcat-file-status PIC X(2).
       77 users-file-status     PIC X(2).
       77 cases-file-status     PIC X(2).
       77 contracts-file-status PIC X(2).
       77 report-file-status    PIC X(2).
       77 cfs-failed            PIC X(01).

       77 orders-open   PIC X(01) VALUE "N".
       77 invoices-open PIC X(01) VALUE "N".

       77 exception-count PIC 9(7) USAGE COMP-5 VALUE 0.
       77 checked-count   PIC 9(7) USAGE COMP-5 VALUE 0.

      *** One finding: the record holding the reference, the        ***
      *** record it points at, and what is wrong between them.      ***
       77 from-label    PIC X(15).
       77 from-key-text PIC X(45).
       77 to-label      PIC X(15).
       77 to-key-text   PIC X(45).
       77 finding-text  PIC X(90).

      *** find-customer's answer: "Y" on file, "M" merged away,     ***
      *** "N" not on file.                                          ***
       77 wanted-cust-id PIC X(10).
       77 cust-state     PIC X(01).

       77 ord-no-disp    PIC Z(9)9.
       77 inv-order-sum  PIC 9(11)V99.
       77 inv-order-cnt  PIC 9(5) USAGE COMP-5.
       77 walk-ctr       PIC 9(2).
       77 walk-cust      PIC X(10).
       77 branch-on-inv  PIC X(01).
       77 sum-disp       PIC Z(10)9.99.
       77 amount-disp    PIC Z(10)9.99.
       77 cut-disp       PIC Z(4)9.
       77 seq-disp       PIC Z(4)9.

       PROCEDURE DIVISION.

       start-checkrefs.

           OPEN OUTPUT report-file.
           CALL 'checkfilestatus' USING "data/refcheck.txt"
               report-file-status cfs-failed.
           IF cfs-failed = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO report-line.
           STRING "cross-dataset reference check, " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8)        DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

           OPEN INPUT customers-file.
           IF customers-file-status NOT = "00"
               MOVE "customers" TO from-label
               MOVE "(file)" TO from-key-text
               MOVE SPACES TO to-label to-key-text
               MOVE "the customer master could not be opened - "
                   & "nothing can be checked" TO finding-text
               PERFORM write-one-finding
               CLOSE report-file
               DISPLAY "refcheck.txt written, customer master "
                   "unreadable."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT orders-file.
           IF orders-file-status = "00"
               MOVE "Y" TO orders-open
           END-IF.
           OPEN INPUT invoices-file.
           IF invoices-file-status = "00"
               MOVE "Y" TO invoices-open
           END-IF.

           PERFORM check-orders.
           PERFORM check-invoices.
           PERFORM check-notes.
           PERFORM check-tags.
           PERFORM check-uploads.
           PERFORM check-users.
           PERFORM check-cases.
           PERFORM check-contracts.

           IF orders-open = "Y"
               CLOSE orders-file
           END-IF.
           IF invoices-open = "Y"
               CLOSE invoices-file
           END-IF.
           CLOSE customers-file.

           IF exception-count = 0
               MOVE "  every reference checked ties up." TO report-line
               WRITE report-line
           END-IF.

           CLOSE report-file.

           DISPLAY "refcheck.txt written, " exception-count
               " finding(s) in " checked-count " record(s).".

           IF exception-count = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

       write-one-finding.

           ADD 1 TO exception-count.
           MOVE SPACES TO report-line.
           STRING "  "                            DELIMITED BY SIZE
                  FUNCTION TRIM(from-label)       DELIMITED BY SIZE
                  " key="                         DELIMITED BY SIZE
                  FUNCTION TRIM(from-key-text)    DELIMITED BY SIZE
                  " -> "                          DELIMITED BY SIZE
                  FUNCTION TRIM(to-label)         DELIMITED BY SIZE
                  " key="                         DELIMITED BY SIZE
                  FUNCTION TRIM(to-key-text)      DELIMITED BY SIZE
                  ": "                            DELIMITED BY SIZE
                  FUNCTION TRIM(finding-text)     DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.

       find-customer.

           MOVE wanted-cust-id TO CUST-ID.
           READ customers-file
               INVALID KEY
                   MOVE "N" TO cust-state
               NOT INVALID KEY
                   IF CUST-MERGED-INTO NOT = SPACES
                       MOVE "M" TO cust-state
                   ELSE
                       MOVE "Y" TO cust-state
                   END-IF
           END-READ.

      *****************************************************************
      *** The customer-side test the notes, tags, uploads and users ***
      *** share: the caller has set from-label, from-key-text and   ***
      *** wanted-cust-id; merged-away counts only when asked for.   ***
      *****************************************************************
       check-customer-link.

           PERFORM find-customer.
           MOVE "customers" TO to-label.
           MOVE wanted-cust-id TO to-key-text.
           EVALUATE cust-state
               WHEN "N"
                   MOVE "customer not on file" TO finding-text
                   PERFORM write-one-finding
               WHEN "M"
                   MOVE SPACES TO finding-text
                   STRING "left on a merged-away customer (survivor "
                                                  DELIMITED BY SIZE
                          FUNCTION TRIM(CUST-MERGED-INTO)
                                                  DELIMITED BY SIZE
                          ")"                     DELIMITED BY SIZE
                       INTO finding-text
                   END-STRING
                   PERFORM write-one-finding
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *** Orders: the customer they sit under, and the invoice      ***
      *** they were billed on. Orders stay on a merged-away         ***
      *** duplicate by design - only a missing master counts.       ***
      *****************************************************************
       check-orders.

           IF orders-open NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE "orders" TO from-label.
           READ orders-file NEXT RECORD
               AT END MOVE "10" TO orders-file-status
           END-READ.
           PERFORM UNTIL orders-file-status NOT = "00"
               ADD 1 TO checked-count
               PERFORM check-one-order
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.

       check-one-order.

           MOVE ORD-NO TO ord-no-disp.
           MOVE SPACES TO from-key-text.
           STRING FUNCTION TRIM(ORD-CUST-ID) DELIMITED BY SIZE
                  "/"                        DELIMITED BY SIZE
                  FUNCTION TRIM(ord-no-disp) DELIMITED BY SIZE
               INTO from-key-text
           END-STRING.

           MOVE ORD-CUST-ID TO wanted-cust-id.
           PERFORM find-customer.
           IF cust-state = "N"
               MOVE "customers" TO to-label
               MOVE ORD-CUST-ID TO to-key-text
               MOVE "customer not on file" TO finding-text
               PERFORM write-one-finding
           END-IF.

           IF ORD-INVOICE NOT = SPACES
               MOVE "invoices" TO to-label
               MOVE ORD-INVOICE TO to-key-text
               IF invoices-open NOT = "Y"
                   MOVE "invoice dataset missing" TO finding-text
                   PERFORM write-one-finding
               ELSE
                   MOVE ORD-INVOICE TO INV-NO
                   READ invoices-file
                       INVALID KEY
                           MOVE "invoice not on file" TO finding-text
                           PERFORM write-one-finding
                       NOT INVALID KEY
                           PERFORM judge-branch-on-invoice
                           IF INV-CUST-ID NOT = ORD-CUST-ID
                              AND branch-on-inv NOT = "Y"
                               MOVE "invoice belongs to another "
                                   & "customer" TO finding-text
                               PERFORM write-one-finding
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *****************************************************************
      *** Invoices: the customer they were cut for, and the orders  ***
      *** that carry the number - found with one START on the       ***
      *** invoiced customer's orders, the way dunning totals them.  ***
      *****************************************************************
       check-invoices.

           IF invoices-open NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE "invoices" TO from-label.
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
               ADD 1 TO checked-count
               PERFORM check-one-invoice
               READ invoices-file NEXT RECORD
                   AT END MOVE "10" TO invoices-file-status
               END-READ
           END-PERFORM.

       check-one-invoice.

           MOVE INV-NO TO from-key-text.

           MOVE INV-CUST-ID TO wanted-cust-id.
           PERFORM find-customer.
           IF cust-state = "N"
               MOVE "customers" TO to-label
               MOVE INV-CUST-ID TO to-key-text
               MOVE "customer not on file" TO finding-text
               PERFORM write-one-finding
           END-IF.

           PERFORM VARYING walk-ctr FROM 1 BY 1
                   UNTIL walk-ctr > INV-BRANCH-COUNT
               MOVE INV-BR-CUST-ID(walk-ctr) TO wanted-cust-id
               PERFORM find-customer
               IF cust-state = "N"
                   MOVE "customers" TO to-label
                   MOVE INV-BR-CUST-ID(walk-ctr) TO to-key-text
                   MOVE "branch customer not on file" TO finding-text
                   PERFORM write-one-finding
               END-IF
           END-PERFORM.

           PERFORM total-invoice-orders.

           MOVE "orders" TO to-label.
           MOVE SPACES TO to-key-text.
           STRING FUNCTION TRIM(INV-CUST-ID) DELIMITED BY SIZE
                  "/*"                       DELIMITED BY SIZE
               INTO to-key-text
           END-STRING.
           IF inv-order-cnt NOT = INV-ORDERS
               MOVE SPACES TO finding-text
               MOVE inv-order-cnt TO seq-disp
               MOVE INV-ORDERS TO cut-disp
               STRING "orders on file for it: "  DELIMITED BY SIZE
                      FUNCTION TRIM(seq-disp)    DELIMITED BY SIZE
                      ", cut with: "             DELIMITED BY SIZE
                      FUNCTION TRIM(cut-disp)    DELIMITED BY SIZE
                   INTO finding-text
               END-STRING
               PERFORM write-one-finding
           END-IF.
           IF inv-order-sum NOT = INV-AMOUNT
               MOVE SPACES TO finding-text
               MOVE inv-order-sum TO sum-disp
               MOVE INV-AMOUNT TO amount-disp
               STRING "orders add up to "         DELIMITED BY SIZE
                      FUNCTION TRIM(sum-disp)     DELIMITED BY SIZE
                      ", INV-AMOUNT is "          DELIMITED BY SIZE
                      FUNCTION TRIM(amount-disp)  DELIMITED BY SIZE
                   INTO finding-text
               END-STRING
               PERFORM write-one-finding
           END-IF.

       total-invoice-orders.

           MOVE 0 TO inv-order-sum inv-order-cnt.
           IF orders-open NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING walk-ctr FROM 0 BY 1
                   UNTIL walk-ctr > INV-BRANCH-COUNT
               IF walk-ctr = 0
                   MOVE INV-CUST-ID TO walk-cust
               ELSE
                   MOVE INV-BR-CUST-ID(walk-ctr) TO walk-cust
               END-IF
               PERFORM total-one-cust-orders
           END-PERFORM.

       total-one-cust-orders.

           MOVE walk-cust TO ORD-CUST-ID.
           MOVE 0 TO ORD-NO.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "10" TO orders-file-status
           END-START.
           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
               PERFORM UNTIL orders-file-status NOT = "00"
                   OR ORD-CUST-ID NOT = walk-cust
                   IF ORD-INVOICE = INV-NO
                       ADD 1 TO inv-order-cnt
                       ADD ORD-AMOUNT ORD-TAX TO inv-order-sum
                   END-IF
                   READ orders-file NEXT RECORD
                       AT END MOVE "10" TO orders-file-status
                   END-READ
               END-PERFORM
           END-IF.
           MOVE "00" TO orders-file-status.

       check-notes.

           OPEN INPUT custnotes-file.
           IF custnotes-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "custnotes" TO from-label.
           READ custnotes-file NEXT RECORD
               AT END MOVE "10" TO custnotes-file-status
           END-READ.
           PERFORM UNTIL custnotes-file-status NOT = "00"
               ADD 1 TO checked-count
               MOVE NOTE-SEQ TO seq-disp
               MOVE SPACES TO from-key-text
               STRING FUNCTION TRIM(NOTE-CUST-ID) DELIMITED BY SIZE
                      "/"                         DELIMITED BY SIZE
                      FUNCTION TRIM(seq-disp)     DELIMITED BY SIZE
                   INTO from-key-text
               END-STRING
               MOVE NOTE-CUST-ID TO wanted-cust-id
               PERFORM check-customer-link
               READ custnotes-file NEXT RECORD
                   AT END MOVE "10" TO custnotes-file-status
               END-READ
           END-PERFORM.

           CLOSE custnotes-file.

       check-tags.

           OPEN INPUT custtags-file.
           IF custtags-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "custtags" TO from-label.
           READ custtags-file NEXT RECORD
               AT END MOVE "10" TO custtags-file-status
           END-READ.
           PERFORM UNTIL custtags-file-status NOT = "00"
               ADD 1 TO checked-count
               MOVE SPACES TO from-key-text
               STRING FUNCTION TRIM(TAG-CUST-ID) DELIMITED BY SIZE
                      "/"                        DELIMITED BY SIZE
                      FUNCTION TRIM(TAG-NAME)    DELIMITED BY SIZE
                   INTO from-key-text
               END-STRING
               MOVE TAG-CUST-ID TO wanted-cust-id
               PERFORM check-customer-link
               READ custtags-file NEXT RECORD
                   AT END MOVE "10" TO custtags-file-status
               END-READ
           END-PERFORM.

           CLOSE custtags-file.

       check-uploads.

           OPEN INPUT uploadcat-file.
           IF uploadcat-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "uploadcat" TO from-label.
           READ uploadcat-file NEXT RECORD
               AT END MOVE "10" TO uploadcat-file-status
           END-READ.
           PERFORM UNTIL uploadcat-file-status NOT = "00"
               ADD 1 TO checked-count
               IF DOC-CUST-ID NOT = SPACES
                   MOVE DOC-ID TO from-key-text
                   MOVE DOC-CUST-ID TO wanted-cust-id
                   PERFORM check-customer-link
               END-IF
               READ uploadcat-file NEXT RECORD
                   AT END MOVE "10" TO uploadcat-file-status
               END-READ
           END-PERFORM.

           CLOSE uploadcat-file.

       check-users.

           OPEN INPUT users-file.
           IF users-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "users" TO from-label.
           READ users-file NEXT RECORD
               AT END MOVE "10" TO users-file-status
           END-READ.
           PERFORM UNTIL users-file-status NOT = "00"
               ADD 1 TO checked-count
               IF USR-CUST-ID NOT = SPACES
                   MOVE USR-NAME TO from-key-text
                   MOVE USR-CUST-ID TO wanted-cust-id
                   PERFORM check-customer-link
               END-IF
               READ users-file NEXT RECORD
                   AT END MOVE "10" TO users-file-status
               END-READ
           END-PERFORM.

           CLOSE users-file.

       check-cases.

           OPEN INPUT cases-file.
           IF cases-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "cases" TO from-label.
           READ cases-file NEXT RECORD
               AT END MOVE "10" TO cases-file-status
           END-READ.
           PERFORM UNTIL cases-file-status NOT = "00"
               ADD 1 TO checked-count
               MOVE CASE-CUST-ID TO wanted-cust-id
               PERFORM find-customer
               IF cust-state = "N"
                   MOVE CASE-ID TO from-key-text
                   MOVE "customers" TO to-label
                   MOVE wanted-cust-id TO to-key-text
                   MOVE "customer not on file" TO finding-text
                   PERFORM write-one-finding
               END-IF
               READ cases-file NEXT RECORD
                   AT END MOVE "10" TO cases-file-status
               END-READ
           END-PERFORM.

           CLOSE cases-file.

       check-contracts.

           OPEN INPUT contracts-file.
           IF contracts-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "contracts" TO from-label.
           READ contracts-file NEXT RECORD
               AT END MOVE "10" TO contracts-file-status
           END-READ.
           PERFORM UNTIL contracts-file-status NOT = "00"
               ADD 1 TO checked-count
               MOVE CON-CUST-ID TO wanted-cust-id
               PERFORM find-customer
               IF cust-state = "N"
                   MOVE CON-KEY TO from-key-text
                   MOVE "customers" TO to-label
                   MOVE wanted-cust-id TO to-key-text
                   MOVE "customer not on file" TO finding-text
                   PERFORM write-one-finding
               END-IF
               READ contracts-file NEXT RECORD
                   AT END MOVE "10" TO contracts-file-status
               END-READ
           END-PERFORM.

           CLOSE contracts-file.

      *** An order billed on its parent's consolidated invoice is   ***
      *** under the branch's own id; the invoice lists the branch.  ***
       judge-branch-on-invoice.

           MOVE "N" TO branch-on-inv.
           PERFORM VARYING walk-ctr FROM 1 BY 1
                   UNTIL walk-ctr > INV-BRANCH-COUNT
               IF INV-BR-CUST-ID(walk-ctr) = ORD-CUST-ID
                   MOVE "Y" TO branch-on-inv
               END-IF
           END-PERFORM.
