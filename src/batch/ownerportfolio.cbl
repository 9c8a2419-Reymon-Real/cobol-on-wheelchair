      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  weekly account portfolio per account owner       ***
      *** UPDATE:  each customer is opened before it is listed      ***
      *****************************************************************
      *** Batch job, scheduled weekly: one section per account      ***
      *** owner (CUST-OWNER) in data/portfolio.prn listing each of  ***
      *** the owner's customers with the balance still owed on its  ***
      *** open and billed orders, its overdue follow-up notes and   ***
      *** its open orders, then the owner's totals. Each owner is   ***
      *** mailed the same totals and as many of the customers with  ***
      *** something outstanding as fit in a mail, at the USR-EMAIL  ***
      *** of the owner's login, through the spool; an owner with no ***
      *** address, or a login since disabled, is marked in the      ***
      *** report instead. Merged-away customers are left out, and   ***
      *** unowned customers are counted at the end so somebody can  ***
      *** hand them out. Registered in the report spool.            ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ownerportfolio.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "custdef.cbl".
           COPY "orderdef.cbl".
           COPY "custnotedef.cbl".
           COPY "userdef.cbl".

           SELECT print-file
               ASSIGN TO "data/portfolio.prn"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS print-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD custnotes-file.
       01 custnote-record.
           COPY "custnotefld.cbl".

       FD users-file.
       01 user-record.
           COPY "userfld.cbl".

       FD print-file.
       01 print-line PIC X(132).

       WORKING-STORAGE SECTION.
       77 customers-file-status PIC X(2).
       77 open-result           PIC X(01).
       77 orders-file-status    PIC X(2).
       77 custnotes-file-status PIC X(2).
       77 users-file-status     PIC X(2).
       77 print-file-status     PIC X(2).
       77 cfs-failed            PIC X(01).
       77 orders-open           PIC X(01) VALUE "N".
       77 custnotes-open        PIC X(01) VALUE "N".
       77 users-open            PIC X(01) VALUE "N".

       77 today8       PIC X(8).
       77 report-lines PIC 9(7) VALUE 0.

      *** The owners found on the customer master, in the order     ***
      *** they were first met.                                      ***
       78 owner-max VALUE 100.
       01 owner-table.
          05 owner-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 owner-name  PIC X(30) OCCURS 100 TIMES.
       77 owner-ctr      PIC 9(4) USAGE COMP-5.
       77 owner-found    PIC X(01).
       77 this-owner     PIC X(30).
       77 unowned-count  PIC 9(7) USAGE COMP-5 VALUE 0.
       77 mailed-count   PIC 9(5) USAGE COMP-5 VALUE 0.

      *** One customer, then the owner's running totals.            ***
       77 cust-balance   PIC 9(11)V99.
       77 cust-orders    PIC 9(5) USAGE COMP-5.
       77 cust-notes     PIC 9(5) USAGE COMP-5.
       77 own-customers  PIC 9(5) USAGE COMP-5.
       77 own-balance    PIC 9(13)V99.
       77 own-orders     PIC 9(7) USAGE COMP-5.
       77 own-notes      PIC 9(7) USAGE COMP-5.
       77 own-more       PIC 9(5) USAGE COMP-5.

       77 money-disp     PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 count-disp     PIC Z(6)9.
       77 orders-disp    PIC Z(4)9.
       77 notes-disp     PIC Z(4)9.
       77 more-disp      PIC Z(4)9.

       01 portfolio-line.
          05 pl-cust    PIC X(10).
          05 FILLER     PIC X(2) VALUE SPACES.
          05 pl-name    PIC X(40).
          05 FILLER     PIC X(2) VALUE SPACES.
          05 pl-balance PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER     PIC X(4) VALUE SPACES.
          05 pl-notes   PIC ZZZZ9.
          05 FILLER     PIC X(6) VALUE SPACES.
          05 pl-orders  PIC ZZZZ9.
          05 FILLER     PIC X(2) VALUE SPACES.
          05 pl-hold    PIC X(11).

       77 owner-addr     PIC X(90).
       77 account-lines  PIC X(300).
       77 account-ptr    PIC 9(4) USAGE COMP-5.
       77 one-account    PIC X(120).

       77 mail-to-addr   PIC X(90).
       77 mail-subject   PIC X(90).
       77 mail-body      PIC X(500).
       77 mail-template  PIC X(30) VALUE "portfolio".
       77 mail-accepted  PIC X(01).
       77 mail-lang      PIC X(2) VALUE SPACES.

       01 the-mailvars.
           COPY "cowvars.cbl".

       01 report-registration.
          05 rpt-reg-name    PIC X(90).
          05 rpt-reg-program PIC X(30).
          05 rpt-reg-lines   PIC 9(7).

       PROCEDURE DIVISION.

       start-ownerportfolio.

           MOVE FUNCTION CURRENT-DATE(1:8) TO today8.

           OPEN INPUT customers-file.
           IF customers-file-status NOT = "00"
               DISPLAY "ownerportfolio: customer master could not be "
                   "opened."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT print-file.
           CALL 'checkfilestatus' USING "data/portfolio.prn"
               print-file-status cfs-failed.
           IF cfs-failed = "Y"
               STOP RUN
           END-IF.

           OPEN INPUT orders-file.
           IF orders-file-status = "00"
               MOVE "Y" TO orders-open
           END-IF.
           OPEN INPUT custnotes-file.
           IF custnotes-file-status = "00"
               MOVE "Y" TO custnotes-open
           END-IF.
           OPEN INPUT users-file.
           IF users-file-status = "00"
               MOVE "Y" TO users-open
           END-IF.

           PERFORM collect-owners.

           PERFORM VARYING owner-ctr FROM 1 BY 1
                   UNTIL owner-ctr > owner-count
               MOVE owner-name(owner-ctr) TO this-owner
               PERFORM report-one-owner
           END-PERFORM.

           MOVE unowned-count TO count-disp.
           MOVE SPACES TO print-line.
           STRING "==== "                    DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp)  DELIMITED BY SIZE
                  " active customer(s) have no account owner ===="
                                             DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM write-report-line.

           CLOSE customers-file.
           IF orders-open = "Y"
               CLOSE orders-file
           END-IF.
           IF custnotes-open = "Y"
               CLOSE custnotes-file
           END-IF.
           IF users-open = "Y"
               CLOSE users-file
           END-IF.
           CLOSE print-file.

           MOVE "data/portfolio.prn" TO rpt-reg-name.
           MOVE "ownerportfolio" TO rpt-reg-program.
           MOVE report-lines TO rpt-reg-lines.
           CALL "logreport" USING rpt-reg-name rpt-reg-program
               rpt-reg-lines END-CALL.

           DISPLAY "ownerportfolio: " owner-count " owner(s), "
               mailed-count " mailed, " unowned-count " unowned.".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *****************************************************************
      *** One pass over the master for the distinct owners; an      ***
      *** active customer nobody owns is only counted.              ***
      *****************************************************************
       collect-owners.

           READ customers-file NEXT RECORD
               AT END MOVE "10" TO customers-file-status
           END-READ.
           PERFORM UNTIL customers-file-status NOT = "00"
               IF CUST-MERGED-INTO = SPACES
                   IF CUST-OWNER = SPACES
                       IF CUST-STATUS NOT = "I"
                           ADD 1 TO unowned-count
                       END-IF
                   ELSE
                       PERFORM note-one-owner
                   END-IF
               END-IF
               READ customers-file NEXT RECORD
                   AT END MOVE "10" TO customers-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO customers-file-status.

       note-one-owner.

           MOVE "N" TO owner-found.
           PERFORM VARYING owner-ctr FROM 1 BY 1
                   UNTIL owner-ctr > owner-count OR owner-found = "Y"
               IF owner-name(owner-ctr) = CUST-OWNER
                   MOVE "Y" TO owner-found
               END-IF
           END-PERFORM.
           IF owner-found = "N"
               IF owner-count < owner-max
                   ADD 1 TO owner-count
                   MOVE CUST-OWNER TO owner-name(owner-count)
               ELSE
                   DISPLAY "ownerportfolio: too many owners - "
                       CUST-OWNER " left out."
               END-IF
           END-IF.

      *****************************************************************
      *** One owner's section: a pass over the master for their     ***
      *** customers, the totals, then the mail.                     ***
      *****************************************************************
       report-one-owner.

           MOVE 0 TO own-customers own-balance own-orders own-notes
               own-more.
           MOVE SPACES TO account-lines.
           MOVE 1 TO account-ptr.

           MOVE SPACES TO print-line.
           PERFORM write-report-line.
           STRING "ACCOUNT PORTFOLIO - "      DELIMITED BY SIZE
                  FUNCTION TRIM(this-owner)   DELIMITED BY SIZE
                  "          WEEK OF "        DELIMITED BY SIZE
                  today8(1:4) "-" today8(5:2) "-" today8(7:2)
                                              DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM write-report-line.
           MOVE "CUSTOMER" TO print-line(1:8).
           MOVE "NAME"     TO print-line(13:4).
           MOVE "BALANCE"  TO print-line(63:7).
           MOVE "OVERDUE NOTES" TO print-line(74:13).
           MOVE "OPEN ORDERS" TO print-line(88:11).
           PERFORM write-report-line.

           MOVE LOW-VALUES TO CUST-ID.
           START customers-file KEY NOT < CUST-ID
               INVALID KEY MOVE "10" TO customers-file-status
           END-START.
           IF customers-file-status = "00"
               READ customers-file NEXT RECORD
                   AT END MOVE "10" TO customers-file-status
               END-READ
           END-IF.
           PERFORM UNTIL customers-file-status NOT = "00"
               IF CUST-OWNER = this-owner
                  AND CUST-MERGED-INTO = SPACES
                   PERFORM report-one-customer
               END-IF
               READ customers-file NEXT RECORD
                   AT END MOVE "10" TO customers-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO customers-file-status.

           PERFORM find-owner-address.

           MOVE own-customers TO count-disp.
           MOVE own-balance TO money-disp.
           MOVE own-notes TO notes-disp.
           MOVE own-orders TO orders-disp.
           MOVE SPACES TO print-line.
           STRING "TOTAL "                   DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp)  DELIMITED BY SIZE
                  " customer(s), "           DELIMITED BY SIZE
                  FUNCTION TRIM(money-disp)  DELIMITED BY SIZE
                  " owed, "                  DELIMITED BY SIZE
                  FUNCTION TRIM(notes-disp)  DELIMITED BY SIZE
                  " overdue note(s), "       DELIMITED BY SIZE
                  FUNCTION TRIM(orders-disp) DELIMITED BY SIZE
                  " open order(s)"           DELIMITED BY SIZE
               INTO print-line
           END-STRING.
           PERFORM write-report-line.

           IF owner-addr = SPACES
               MOVE "  NOT MAILED - no usable address on the login"
                   TO print-line
               PERFORM write-report-line
           ELSE
               PERFORM mail-one-owner
           END-IF.

       report-one-customer.

           CALL "custcrypt" USING "O" customer-record open-result
               END-CALL.

           ADD 1 TO own-customers.
           PERFORM total-customer-orders.
           PERFORM count-overdue-notes.
           ADD cust-balance TO own-balance.
           ADD cust-orders TO own-orders.
           ADD cust-notes TO own-notes.

           MOVE CUST-ID       TO pl-cust.
           MOVE CUST-NAME     TO pl-name.
           MOVE cust-balance  TO pl-balance.
           MOVE cust-notes    TO pl-notes.
           MOVE cust-orders   TO pl-orders.
           MOVE SPACES        TO pl-hold.
           IF CUST-CREDIT-HOLD = "Y"
               MOVE "CREDIT HOLD" TO pl-hold
           END-IF.
           MOVE portfolio-line TO print-line.
           PERFORM write-report-line.

           IF cust-balance > 0 OR cust-notes > 0 OR cust-orders > 0
               PERFORM add-account-to-mail
           END-IF.

      *** What the customer still owes on open and billed orders -  ***
      *** the aging's own test - and how many such orders there     ***
      *** are.                                                      ***
       total-customer-orders.

           MOVE 0 TO cust-balance cust-orders.
           IF orders-open NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE CUST-ID TO ORD-CUST-ID.
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
               OR ORD-CUST-ID NOT = CUST-ID
               IF (ORD-STATUS = "O" OR ORD-STATUS = "B")
                  AND ORD-AMOUNT + ORD-TAX > ORD-PAID + ORD-CREDITED
                   ADD 1 TO cust-orders
                   COMPUTE cust-balance = cust-balance + ORD-AMOUNT
                       + ORD-TAX - ORD-PAID - ORD-CREDITED
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO orders-file-status.

      *** Follow-ups past their date and still not closed.          ***
       count-overdue-notes.

           MOVE 0 TO cust-notes.
           IF custnotes-open NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE CUST-ID TO NOTE-CUST-ID.
           MOVE 0 TO NOTE-SEQ.
           START custnotes-file KEY NOT < NOTE-KEY
               INVALID KEY MOVE "10" TO custnotes-file-status
           END-START.
           IF custnotes-file-status = "00"
               READ custnotes-file NEXT RECORD
                   AT END MOVE "10" TO custnotes-file-status
               END-READ
           END-IF.
           PERFORM UNTIL custnotes-file-status NOT = "00"
               OR NOTE-CUST-ID NOT = CUST-ID
               IF NOTE-FOLLOWUP NOT = SPACES
                  AND NOTE-FOLLOWUP < today8
                  AND NOTE-DONE NOT = "Y"
                   ADD 1 TO cust-notes
               END-IF
               READ custnotes-file NEXT RECORD
                   AT END MOVE "10" TO custnotes-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO custnotes-file-status.

      *** "id name: $x, n overdue note(s), n open order(s)" for as  ***
      *** many customers as the mail has room for; the rest are     ***
      *** only counted.                                             ***
       add-account-to-mail.

           MOVE cust-balance TO money-disp.
           MOVE cust-notes TO notes-disp.
           MOVE cust-orders TO orders-disp.
           MOVE SPACES TO one-account.
           STRING FUNCTION TRIM(CUST-ID)        DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-NAME)(1:30) DELIMITED BY SIZE
                  ": "                          DELIMITED BY SIZE
                  FUNCTION TRIM(money-disp)     DELIMITED BY SIZE
                  ", "                          DELIMITED BY SIZE
                  FUNCTION TRIM(notes-disp)     DELIMITED BY SIZE
                  " overdue, "                  DELIMITED BY SIZE
                  FUNCTION TRIM(orders-disp)    DELIMITED BY SIZE
                  " open; "                     DELIMITED BY SIZE
               INTO one-account
           END-STRING.

           IF account-ptr + FUNCTION LENGTH(FUNCTION TRIM(one-account))
              > 300
               ADD 1 TO own-more
               EXIT PARAGRAPH
           END-IF.
           STRING FUNCTION TRIM(one-account) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
               INTO account-lines WITH POINTER account-ptr
           END-STRING.

       find-owner-address.

           MOVE SPACES TO owner-addr.
           IF users-open NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE this-owner TO USR-NAME.
           READ users-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF USR-ENABLED NOT = "N"
                       MOVE USR-EMAIL TO owner-addr
                   END-IF
           END-READ.

      *****************************************************************
      *** The owner's totals and the accounts that need something,  ***
      *** rendered from views/mail/portfolio.cow.                   ***
      *****************************************************************
       mail-one-owner.

           MOVE own-customers TO count-disp.
           MOVE own-balance TO money-disp.
           MOVE own-notes TO notes-disp.
           MOVE own-orders TO orders-disp.
           MOVE own-more TO more-disp.

           MOVE "your weekly account portfolio" TO mail-subject.
           MOVE SPACES TO mail-body.
           STRING "Your "                      DELIMITED BY SIZE
                  FUNCTION TRIM(count-disp)    DELIMITED BY SIZE
                  " account(s) owe "           DELIMITED BY SIZE
                  FUNCTION TRIM(money-disp)    DELIMITED BY SIZE
                  " with "                     DELIMITED BY SIZE
                  FUNCTION TRIM(notes-disp)    DELIMITED BY SIZE
                  " overdue follow-up(s) and " DELIMITED BY SIZE
                  FUNCTION TRIM(orders-disp)   DELIMITED BY SIZE
                  " open order(s). "           DELIMITED BY SIZE
                  FUNCTION TRIM(account-lines) DELIMITED BY SIZE
               INTO mail-body
           END-STRING.

           MOVE SPACES TO the-mailvars.
           MOVE "owner" TO COW-varname(1).
           MOVE FUNCTION TRIM(this-owner) TO COW-varvalue(1).
           MOVE "custcount" TO COW-varname(2).
           MOVE FUNCTION TRIM(count-disp) TO COW-varvalue(2).
           MOVE "balance" TO COW-varname(3).
           MOVE FUNCTION TRIM(money-disp) TO COW-varvalue(3).
           MOVE "overduenotes" TO COW-varname(4).
           MOVE FUNCTION TRIM(notes-disp) TO COW-varvalue(4).
           MOVE "openorders" TO COW-varname(5).
           MOVE FUNCTION TRIM(orders-disp) TO COW-varvalue(5).
           MOVE "accounts" TO COW-varname(6).
           MOVE FUNCTION TRIM(account-lines) TO COW-varvalue(6).
           MOVE "morecount" TO COW-varname(7).
           MOVE FUNCTION TRIM(more-disp) TO COW-varvalue(7).
           MOVE "weekof" TO COW-varname(8).
           MOVE today8 TO COW-varvalue(8).
           CALL "composemail" USING mail-template mail-lang
               the-mailvars mail-body END-CALL.

           MOVE owner-addr TO mail-to-addr.
           MOVE "N" TO mail-accepted.
           CALL "sendmailq" USING mail-to-addr mail-subject
               mail-body mail-template mail-accepted
               END-CALL.
           IF mail-accepted = "Y"
               ADD 1 TO mailed-count
           ELSE
               MOVE "  NOT MAILED - the spool refused the address"
                   TO print-line
               PERFORM write-report-line
           END-IF.

       write-report-line.

           WRITE print-line.
           ADD 1 TO report-lines.
           MOVE SPACES TO print-line.
