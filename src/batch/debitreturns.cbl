      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  nightly intake of returned direct debits         ***
      *****************************************************************
      *** Nightly batch step, beside the bank returns intake: reads ***
      *** the bank's returned-collection file (data/ddreturns.txt)  ***
      *** - direct debits collectdebits submitted that the          ***
      *** customer's bank would not pay or took back. Fixed layout, ***
      *** one per line:                                             ***
      ***   reference   16  the collection reference (DDnnn)        ***
      ***   mandate ref 35  as the bank has it (may be blank)       ***
      ***   amount      11  9(9)V99, the whole collection           ***
      ***   date         8  CCYYMMDD the bank returned it           ***
      ***   reason code  4  the bank's return code (AC04, MD01 ...) ***
      ***   reason      30  the bank's wording                      ***
      *** The reference finds the collection (ddcfld.cbl) and its   ***
      *** receipt, and the receipt's allocation list is backed out  ***
      *** of the orders it paid exactly as a returned bank payment  ***
      *** is: an order paid up and no longer reopens to "B" (to "O" ***
      *** if it was never invoiced), so dunning sees it owed again. ***
      *** The receipt goes to status X, the collection to R with    ***
      *** the bank's code and reason, and a contact note due today  ***
      *** goes on the customer for the clerk to follow up.          ***
      *** A code saying the mandate or the account is gone (MD01 no ***
      *** mandate, MD07 debtor deceased, AC01 wrong account, AC04   ***
      *** account closed, AC06 account blocked) cancels the mandate ***
      *** (status C, with the date and the reason), so no further   ***
      *** collection is noticed or submitted under it. Any other    ***
      *** code leaves it active; a returned first collection makes  ***
      *** the next one a first collection again. A line with no     ***
      *** matching submitted collection, a different amount or      ***
      *** mandate reference, or a receipt already returned goes to  ***
      *** data/ddreturnrejects.txt with a reason. The consumed      ***
      *** input is moved aside to data/ddreturns.prev so a rerun    ***
      *** can't return the same debit twice.                        ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. debitreturns.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "orderdef.cbl".
           COPY "rcpdef.cbl".
           COPY "ddcdef.cbl".
           COPY "manddef.cbl".

           SELECT returns-file
               ASSIGN TO "data/ddreturns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS returns-file-status.

           SELECT rejects-file
               ASSIGN TO "data/ddreturnrejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rejects-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD receipts-file.
       01 receipt-record.
           COPY "rcpfld.cbl".

       FD collections-file.
       01 collection-record.
           COPY "ddcfld.cbl".

       FD mandates-file.
       01 mandate-record.
           COPY "mandfld.cbl".

       FD returns-file.
       01 return-line.
          05 DR-REF     PIC X(16).
          05 DR-MDT-REF PIC X(35).
          05 DR-AMOUNT  PIC 9(9)V99.
          05 DR-DATE    PIC X(8).
          05 DR-CODE    PIC X(4).
          05 DR-REASON  PIC X(30).

       FD rejects-file.
       01 reject-line PIC X(160).

       WORKING-STORAGE SECTION.
       77 orders-file-status      PIC X(2).
       77 receipts-file-status    PIC X(2).
       77 collections-file-status PIC X(2).
       77 mandates-file-status    PIC X(2).
       77 returns-file-status     PIC X(2).
       77 rejects-file-status     PIC X(2).

       78 rcp-alloc-max VALUE 20.

       77 run-date        PIC X(8).
       77 returned-count  PIC 9(5) USAGE COMP-5 VALUE 0.
       77 reject-count    PIC 9(5) USAGE COMP-5 VALUE 0.
       77 reopened-count  PIC 9(5) USAGE COMP-5 VALUE 0.
       77 cancelled-count PIC 9(5) USAGE COMP-5 VALUE 0.

       77 reject-reason   PIC X(40).
       77 raw-return      PIC X(104).
       77 ref-number      PIC X(14).
       77 alloc-ctr       PIC 9(4) USAGE COMP-5.
       77 back-out-amt    PIC 9(9)V99.
       77 mandates-open   PIC X(01) VALUE "N".
       77 mandate-gone    PIC X(01).
       77 mandate-outcome PIC X(20).

      *** The same currency editing the payment reminders carry.    ***
       77 money-result   PIC S9(18)V99 VALUE 0.
       77 display-result PIC $ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       77 note-text     PIC X(200).
       77 note-user     PIC X(30) VALUE "debitreturns".
       77 note-followup PIC X(8).
       77 note-written  PIC X(01).

       77 archive-command PIC X(120).

      *** Before/after images handed to logjournal on every master  ***
      *** write - the roll-forward recovery's raw material.         ***
       01 journal-fields.
          05 jf-dataset PIC X(20).
          05 jf-action  PIC X(1).
          05 jf-key     PIC X(30).
          05 jf-before  PIC X(600).
          05 jf-after   PIC X(600).

       PROCEDURE DIVISION.

       start-debitreturns.

           MOVE FUNCTION CURRENT-DATE(1:8) TO run-date.

           OPEN INPUT returns-file.
           IF returns-file-status NOT = "00"
               DISPLAY "debitreturns: no returned debits tonight."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O collections-file.
           IF collections-file-status NOT = "00"
               DISPLAY "debitreturns: collections dataset could not "
                   "be opened."
               CLOSE returns-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O receipts-file.
           IF receipts-file-status NOT = "00"
               DISPLAY "debitreturns: receipts dataset could not be "
                   "opened."
               CLOSE returns-file
               CLOSE collections-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O orders-file.
           IF orders-file-status NOT = "00"
               DISPLAY "debitreturns: orders dataset could not be "
                   "opened."
               CLOSE returns-file
               CLOSE collections-file
               CLOSE receipts-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O mandates-file.
           IF mandates-file-status = "00"
               MOVE "Y" TO mandates-open
           END-IF.

           READ returns-file
               AT END MOVE "10" TO returns-file-status
           END-READ.
           PERFORM UNTIL returns-file-status NOT = "00"
               IF FUNCTION TRIM(return-line) NOT = SPACES
                   PERFORM apply-one-return
               END-IF
               READ returns-file
                   AT END MOVE "10" TO returns-file-status
               END-READ
           END-PERFORM.

           CLOSE returns-file.
           CLOSE collections-file.
           CLOSE receipts-file.
           CLOSE orders-file.
           IF mandates-open = "Y"
               CLOSE mandates-file
           END-IF.

      *** Consumed: move the file aside so a restart of the night   ***
      *** can't take the same money back twice.                     ***
           MOVE SPACES TO archive-command.
           STRING "mv data/ddreturns.txt data/ddreturns.prev"
               DELIMITED BY SIZE INTO archive-command
           END-STRING.
           CALL "SYSTEM" USING archive-command END-CALL.

           IF returned-count > 0
               CALL "flushcache"
           END-IF.

           DISPLAY "debitreturns: " returned-count " returned, "
               reopened-count " order(s) reopened, " cancelled-count
               " mandate(s) cancelled, " reject-count " rejected.".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

       apply-one-return.

           MOVE SPACES TO reject-reason.
           MOVE return-line TO raw-return.

           IF DR-AMOUNT NOT NUMERIC
               MOVE "amount is not numeric" TO reject-reason
               PERFORM write-reject-line
               EXIT PARAGRAPH
           END-IF.

           PERFORM find-collection.
           IF reject-reason NOT = SPACES
               PERFORM write-reject-line
               EXIT PARAGRAPH
           END-IF.

           MOVE DDC-RCP-NO TO RCP-NO.
           READ receipts-file
               INVALID KEY
                   MOVE "the collection's receipt is not on file"
                       TO reject-reason
           END-READ.
           IF reject-reason = SPACES AND RCP-STATUS = "X"
               MOVE "receipt already returned" TO reject-reason
           END-IF.
           IF reject-reason = SPACES
              AND RCP-ALLOC-COUNT IS NUMERIC
              AND RCP-ALLOC-COUNT > rcp-alloc-max
               MOVE "spread over too many orders - back out by hand"
                   TO reject-reason
           END-IF.
           IF reject-reason NOT = SPACES
               PERFORM write-reject-line
               EXIT PARAGRAPH
           END-IF.

           IF RCP-ALLOC-COUNT IS NUMERIC
               PERFORM VARYING alloc-ctr FROM 1 BY 1
                       UNTIL alloc-ctr > RCP-ALLOC-COUNT
                   PERFORM back-out-one-order
               END-PERFORM
           END-IF.

           PERFORM mark-receipt-returned.
           PERFORM mark-collection-returned.
           PERFORM update-mandate.
           PERFORM file-return-note.

           ADD 1 TO returned-count.

      *****************************************************************
      *** The reference is "DD" and the collection number, so the   ***
      *** collection is read straight off its key; the stored       ***
      *** reference must then match in full. The near misses say    ***
      *** why in the reject.                                        ***
      *****************************************************************
       find-collection.

           MOVE SPACES TO ref-number.
           IF DR-REF(1:2) = "DD"
               MOVE DR-REF(3:14) TO ref-number
           END-IF.
           IF ref-number = SPACES
              OR FUNCTION TEST-NUMVAL(ref-number) NOT = 0
               MOVE "not a direct debit collection reference"
                   TO reject-reason
               EXIT PARAGRAPH
           END-IF.

           COMPUTE DDC-NO = FUNCTION NUMVAL(ref-number).
           READ collections-file
               INVALID KEY
                   MOVE "no collection with that reference"
                       TO reject-reason
                   EXIT PARAGRAPH
           END-READ.

           EVALUATE TRUE
               WHEN DDC-REF NOT = DR-REF
                   MOVE "no collection with that reference"
                       TO reject-reason
               WHEN DDC-STATUS = "R"
                   MOVE "collection already returned" TO reject-reason
               WHEN DDC-STATUS NOT = "S"
                   MOVE "collection was never submitted"
                       TO reject-reason
               WHEN DR-AMOUNT NOT = DDC-COLLECTED
                   MOVE "amount differs from the collection"
                       TO reject-reason
               WHEN DR-MDT-REF NOT = SPACES
                    AND DR-MDT-REF NOT = DDC-MDT-REF
                   MOVE "mandate reference differs" TO reject-reason
               WHEN DDC-RCP-NO = 0
                   MOVE "no receipt to back out - by hand"
                       TO reject-reason
           END-EVALUATE.

      *****************************************************************
      *** Back out what the collection put on one order - never     ***
      *** more than the order still shows as paid, in case the      ***
      *** office has adjusted it since. A head office's collection  ***
      *** may have paid down a branch's order; the receipt names    ***
      *** that branch.                                              ***
      *****************************************************************
       back-out-one-order.

           MOVE RCP-CUST-ID TO ORD-CUST-ID.
           IF RCP-ALLOC-CUST-ID(alloc-ctr) NOT = SPACES
               MOVE RCP-ALLOC-CUST-ID(alloc-ctr) TO ORD-CUST-ID
           END-IF.
           MOVE RCP-ALLOC-ORD-NO(alloc-ctr) TO ORD-NO.
           READ orders-file
               INVALID KEY EXIT PARAGRAPH
           END-READ.

           MOVE order-record TO jf-before.

           MOVE RCP-ALLOC-AMOUNT(alloc-ctr) TO back-out-amt.
           IF back-out-amt > ORD-PAID
               MOVE ORD-PAID TO back-out-amt
           END-IF.
           SUBTRACT back-out-amt FROM ORD-PAID.

           IF ORD-STATUS = "P"
              AND ORD-PAID + ORD-CREDITED < ORD-AMOUNT + ORD-TAX
               IF ORD-INVOICE = SPACES
                   MOVE "O" TO ORD-STATUS
               ELSE
                   MOVE "B" TO ORD-STATUS
               END-IF
               ADD 1 TO reopened-count
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO ORD-CHANGED.

           REWRITE order-record
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "orders" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE ORD-KEY TO jf-key
                   MOVE order-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.

       mark-receipt-returned.

           MOVE receipt-record TO jf-before.

           MOVE "X" TO RCP-STATUS.
           MOVE DR-AMOUNT TO RCP-RETURNED.
           MOVE run-date TO RCP-RETURN-DATE.
           MOVE DR-DATE TO RCP-RETURN-VALUE.
           MOVE SPACES TO RCP-REASON.
           STRING "debit returned: "           DELIMITED BY SIZE
                  DR-CODE                      DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  FUNCTION TRIM(DR-REASON)     DELIMITED BY SIZE
               INTO RCP-REASON
           END-STRING.

           REWRITE receipt-record
               INVALID KEY
                   DISPLAY "debitreturns: could not update receipt "
                       RCP-NO
               NOT INVALID KEY
                   MOVE "receipts" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE RCP-NO TO jf-key
                   MOVE receipt-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.

       mark-collection-returned.

           MOVE collection-record TO jf-before.

           MOVE "R" TO DDC-STATUS.
           MOVE DR-DATE TO DDC-RETURN-DATE.
           MOVE DR-CODE TO DDC-RETURN-CODE.
           MOVE DR-REASON TO DDC-RETURN-REASON.

           REWRITE collection-record
               INVALID KEY
                   DISPLAY "debitreturns: could not update collection "
                       DDC-REF
               NOT INVALID KEY
                   MOVE "ddcollections" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE DDC-NO TO jf-key
                   MOVE collection-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.

      *****************************************************************
      *** The bank details stay sealed - only the status fields     ***
      *** change, so the record goes back without being opened.     ***
      *****************************************************************
       update-mandate.

           MOVE SPACES TO mandate-outcome.
           IF mandates-open NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE DDC-CUST-ID TO MDT-CUST-ID.
           MOVE DDC-MDT-NO TO MDT-NO.
           READ mandates-file
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           IF MDT-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF.

           MOVE mandate-record TO jf-before.

           EVALUATE DR-CODE
               WHEN "MD01"
               WHEN "MD07"
               WHEN "AC01"
               WHEN "AC04"
               WHEN "AC06"
                   MOVE "Y" TO mandate-gone
               WHEN OTHER
                   MOVE "N" TO mandate-gone
           END-EVALUATE.

           IF mandate-gone = "Y"
               MOVE "C" TO MDT-STATUS
               MOVE run-date TO MDT-CANCEL-DATE
               MOVE SPACES TO MDT-CANCEL-REASON
               STRING DR-CODE                  DELIMITED BY SIZE
                      " "                      DELIMITED BY SIZE
                      FUNCTION TRIM(DR-REASON) DELIMITED BY SIZE
                   INTO MDT-CANCEL-REASON
               END-STRING
               MOVE "; mandate cancelled" TO mandate-outcome
           ELSE
               IF DDC-SEQ-TYPE = "FRST"
                   MOVE "Y" TO MDT-FIRST
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO MDT-CHANGED.
           MOVE note-user TO MDT-CHANGED-BY.

           REWRITE mandate-record
               INVALID KEY
                   DISPLAY "debitreturns: could not update mandate "
                       MDT-NO
                   MOVE SPACES TO mandate-outcome
               NOT INVALID KEY
                   IF mandate-gone = "Y"
                       ADD 1 TO cancelled-count
                   END-IF
                   MOVE "mandates" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE MDT-KEY TO jf-key
                   MOVE mandate-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.

       file-return-note.

           COMPUTE money-result = DR-AMOUNT.
           MOVE money-result TO display-result.

           MOVE SPACES TO note-text.
           STRING "direct debit "                 DELIMITED BY SIZE
                  FUNCTION TRIM(DDC-REF)          DELIMITED BY SIZE
                  " for "                         DELIMITED BY SIZE
                  FUNCTION TRIM(display-result)   DELIMITED BY SIZE
                  " (invoice "                    DELIMITED BY SIZE
                  FUNCTION TRIM(DDC-INV-NO)       DELIMITED BY SIZE
                  ") returned by the bank ("      DELIMITED BY SIZE
                  DR-CODE                         DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  FUNCTION TRIM(DR-REASON)        DELIMITED BY SIZE
                  ") - taken back off the orders" DELIMITED BY SIZE
                  mandate-outcome                 DELIMITED BY "  "
                  "; ask for payment another way" DELIMITED BY SIZE
               INTO note-text
           END-STRING.
           MOVE run-date TO note-followup.
           CALL "writecustnote" USING DDC-CUST-ID note-text note-user
               note-followup note-written END-CALL.

      *****************************************************************
      *** The raw bank line plus the reason, one per line - exactly ***
      *** what the clerk chases in the morning.                     ***
      *****************************************************************
       write-reject-line.

           OPEN EXTEND rejects-file.
           IF rejects-file-status NOT = "00"
               OPEN OUTPUT rejects-file
           END-IF.

           MOVE SPACES TO reject-line.
           STRING raw-return                   DELIMITED BY SIZE
                  " | "                        DELIMITED BY SIZE
                  FUNCTION TRIM(reject-reason) DELIMITED BY SIZE
               INTO reject-line
           END-STRING.
           WRITE reject-line.

           CLOSE rejects-file.
           ADD 1 TO reject-count.
