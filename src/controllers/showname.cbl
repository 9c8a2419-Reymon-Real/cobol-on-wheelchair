      *** UPDATE:  the detail view shows the customer's tags         ***
      *** UPDATE:  the detail view lists the customer's attached     ***
      ***          documents                                         ***
      *** UPDATE:  the detail view lists the customer's contracts,  ***
      ***          with forms to add, change and end them           ***
      *** UPDATE:  customer record opened after lookup              ***
      *** UPDATE:  the detail view lists the customer's direct      ***
      ***          debit mandates, with forms to add, change and    ***
      ***          end them                                         ***
      *****************************************************************
      *** /showname/%value now treats %value as a CUST-ID and looks ***
      *** it up in data/customers.dat; unknown ids get the friendly ***
           COPY "orderdef.cbl".
           COPY "custtagdef.cbl".
           COPY "upcatdef.cbl".
           COPY "contdef.cbl".
           COPY "manddef.cbl".

       DATA DIVISION.

       01 uploadcat-record.
           COPY "upcatfld.cbl".

       FD contracts-file.
       01 contract-record.
           COPY "contfld.cbl".

       FD mandates-file.
       01 mandate-record.
           COPY "mandfld.cbl".

       WORKING-STORAGE SECTION.
       77 customers-file-status PIC X(2).
       77 custnotes-file-status PIC X(2).
       77 orders-file-status    PIC X(2).
       77 custtags-file-status  PIC X(2).
       77 uploadcat-file-status PIC X(2).
       77 contracts-file-status PIC X(2).
       77 mandates-file-status  PIC X(2).
       78 sn-doc-shown-max VALUE 10.
       77 sn-open-result PIC X(01).
       77 sn-doc-shown PIC 9(4) USAGE COMP-5.
       77 sn-doc-disp  PIC Z(3)9.
       77 sn-doc-count-disp PIC Z(3)9.
       77 sn-ord-amount-disp PIC $ZZZ,ZZZ,ZZ9.99.
       77 sn-ord-count-disp  PIC Z(3)9.

      *** The customer's contracts in number order, live and ended  ***
      *** alike - an ended one is still what the customer had.      ***
       78 sn-con-shown-max VALUE 10.
       77 sn-con-shown PIC 9(4) USAGE COMP-5.
       77 sn-con-disp  PIC Z(3)9.
       77 sn-con-count-disp PIC Z(3)9.
       77 sn-con-no-disp PIC Z(9)9.
       77 sn-con-value-disp PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
       77 sn-con-notice-disp PIC ZZ9.

      *** The customer's direct debit mandates, likewise in number  ***
      *** order. The bank details stay sealed - the account shows   ***
      *** as its clear last four characters only.                   ***
       78 sn-mdt-shown-max VALUE 6.
       77 sn-mdt-shown PIC 9(4) USAGE COMP-5.
       77 sn-mdt-disp  PIC Z(3)9.
       77 sn-mdt-count-disp PIC Z(3)9.
       77 sn-mdt-no-disp PIC Z(9)9.

       01 the-vars.
           COPY "cowvars.cbl".

           PERFORM load-customer-orders.
           PERFORM load-customer-tags.
           PERFORM load-customer-documents.
           PERFORM load-customer-contracts.
           PERFORM load-customer-mandates.

           CALL 'cowtemplate' USING the-vars "customer.cow"
               the-session END-CALL.
                  "stamp" DELIMITED BY SIZE
               INTO COW-varname(sn-var-ctr).

      *****************************************************************
      *** The customer's contracts - same START-and-walk as the     ***
      *** orders, nine slots a contract from slot 130.              ***
      *****************************************************************
       load-customer-contracts.

           MOVE 0 TO sn-con-shown.

           OPEN INPUT contracts-file.
           IF contracts-file-status = "00"
               MOVE CUST-ID TO CON-CUST-ID
               MOVE 0 TO CON-NO
               START contracts-file KEY NOT < CON-KEY
                   INVALID KEY MOVE "10" TO contracts-file-status
               END-START
               IF contracts-file-status = "00"
                   READ contracts-file NEXT RECORD
                       AT END MOVE "10" TO contracts-file-status
                   END-READ
                   PERFORM UNTIL contracts-file-status NOT = "00"
                       OR CON-CUST-ID NOT = CUST-ID
                       OR sn-con-shown >= sn-con-shown-max
                       PERFORM add-contract-to-vars
                       ADD 1 TO sn-con-shown
                       READ contracts-file NEXT RECORD
                           AT END MOVE "10" TO contracts-file-status
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE contracts-file
           END-IF.

           MOVE sn-con-shown TO sn-con-count-disp.
           MOVE "contractcount" TO COW-varname(94).
           MOVE FUNCTION TRIM(sn-con-count-disp) TO COW-varvalue(94).

       add-contract-to-vars.

           MOVE sn-con-shown TO sn-con-disp.

           COMPUTE sn-var-ctr = (sn-con-shown * 9) + 130.
           MOVE CON-NO TO sn-con-no-disp.
           MOVE FUNCTION TRIM(sn-con-no-disp)
               TO COW-varvalue(sn-var-ctr).
           STRING "con" DELIMITED BY SIZE
                  FUNCTION TRIM(sn-con-disp) DELIMITED BY SIZE
                  "no" DELIMITED BY SIZE
               INTO COW-varname(sn-var-ctr).

           ADD 1 TO sn-var-ctr.
           MOVE FUNCTION TRIM(CON-TYPE) TO COW-varvalue(sn-var-ctr).
           STRING "con" DELIMITED BY SIZE
                  FUNCTION TRIM(sn-con-disp) DELIMITED BY SIZE
                  "type" DELIMITED BY SIZE
               INTO COW-varname(sn-var-ctr).

           ADD 1 TO sn-var-ctr.
           MOVE FUNCTION TRIM(CON-DESC) TO COW-varvalue(sn-var-ctr).
           STRING "con" DELIMITED BY SIZE
                  FUNCTION TRIM(sn-con-disp) DELIMITED BY SIZE
                  "desc" DELIMITED BY SIZE
               INTO COW-varname(sn-var-ctr).

           ADD 1 TO sn-var-ctr.
           MOVE CON-VALUE TO sn-con-value-disp.
           MOVE FUNCTION TRIM(sn-con-value-disp)
               TO COW-varvalue(sn-var-ctr).
           STRING "con" DELIMITED BY SIZE
                  FUNCTION TRIM(sn-con-disp) DELIMITED BY SIZE
                  "value" DELIMITED BY SIZE
               INTO COW-varname(sn-var-ctr).

           ADD 1 TO sn-var-ctr.
           MOVE CON-START TO COW-varvalue(sn-var-ctr).
           STRING "con" DELIMITED BY SIZE
                  FUNCTION TRIM(sn-con-disp) DELIMITED BY SIZE
                  "start" DELIMITED BY SIZE
               INTO COW-varname(sn-var-ctr).

           ADD 1 TO sn-var-ctr.
           MOVE CON-END TO COW-varvalue(sn-var-ctr).
           STRING "con" DELIMITED BY SIZE
                  FUNCTION TRIM(sn-con-disp) DELIMITED BY SIZE
                  "end" DELIMITED BY SIZE
               INTO COW-varname(sn-var-ctr).

           ADD 1 TO sn-var-ctr.
           MOVE CON-NOTICE-DAYS TO sn-con-notice-disp.
           MOVE FUNCTION TRIM(sn-con-notice-disp)
               TO COW-varvalue(sn-var-ctr).
           STRING "con" DELIMITED BY SIZE
                  FUNCTION TRIM(sn-con-disp) DELIMITED BY SIZE
                  "notice" DELIMITED BY SIZE
               INTO COW-varname(sn-var-ctr).

           ADD 1 TO sn-var-ctr.
           MOVE FUNCTION TRIM(CON-OWNER) TO COW-varvalue(sn-var-ctr).
           STRING "con" DELIMITED BY SIZE
                  FUNCTION TRIM(sn-con-disp) DELIMITED BY SIZE
                  "owner" DELIMITED BY SIZE
               INTO COW-varname(sn-var-ctr).

           ADD 1 TO sn-var-ctr.
           IF CON-STATUS = "E"
               MOVE "ended" TO COW-varvalue(sn-var-ctr)
           ELSE
               MOVE "active" TO COW-varvalue(sn-var-ctr)
           END-IF.
           STRING "con" DELIMITED BY SIZE
                  FUNCTION TRIM(sn-con-disp) DELIMITED BY SIZE
                  "status" DELIMITED BY SIZE
               INTO COW-varname(sn-var-ctr).

      *****************************************************************
      *** The customer's mandates - the same walk again, six        ***
      *** slots a mandate from slot 230, the count in slot 225.     ***
      *****************************************************************
       load-customer-mandates.

           MOVE 0 TO sn-mdt-shown.

           OPEN INPUT mandates-file.
           IF mandates-file-status = "00"
               MOVE CUST-ID TO MDT-CUST-ID
               MOVE 0 TO MDT-NO
               START mandates-file KEY NOT < MDT-KEY
                   INVALID KEY MOVE "10" TO mandates-file-status
               END-START
               IF mandates-file-status = "00"
                   READ mandates-file NEXT RECORD
                       AT END MOVE "10" TO mandates-file-status
                   END-READ
                   PERFORM UNTIL mandates-file-status NOT = "00"
                       OR MDT-CUST-ID NOT = CUST-ID
                       OR sn-mdt-shown >= sn-mdt-shown-max
                       PERFORM add-mandate-to-vars
                       ADD 1 TO sn-mdt-shown
                       READ mandates-file NEXT RECORD
                           AT END MOVE "10" TO mandates-file-status
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE mandates-file
           END-IF.

           MOVE sn-mdt-shown TO sn-mdt-count-disp.
           MOVE "mandatecount" TO COW-varname(225).
           MOVE FUNCTION TRIM(sn-mdt-count-disp) TO COW-varvalue(225).

       add-mandate-to-vars.

           MOVE sn-mdt-shown TO sn-mdt-disp.

           COMPUTE sn-var-ctr = (sn-mdt-shown * 6) + 230.
           MOVE MDT-NO TO sn-mdt-no-disp.
           MOVE FUNCTION TRIM(sn-mdt-no-disp)
               TO COW-varvalue(sn-var-ctr).
           STRING "mdt" DELIMITED BY SIZE
                  FUNCTION TRIM(sn-mdt-disp) DELIMITED BY SIZE
                  "no" DELIMITED BY SIZE
               INTO COW-varname(sn-var-ctr).

           ADD 1 TO sn-var-ctr.
           MOVE FUNCTION TRIM(MDT-REF) TO COW-varvalue(sn-var-ctr).
           STRING "mdt" DELIMITED BY SIZE
                  FUNCTION TRIM(sn-mdt-disp) DELIMITED BY SIZE
                  "ref" DELIMITED BY SIZE
               INTO COW-varname(sn-var-ctr).

           ADD 1 TO sn-var-ctr.
           STRING "****" DELIMITED BY SIZE
                  MDT-ACCT-TAIL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(MDT-BANK-ID) DELIMITED BY SIZE
               INTO COW-varvalue(sn-var-ctr).
           STRING "mdt" DELIMITED BY SIZE
                  FUNCTION TRIM(sn-mdt-disp) DELIMITED BY SIZE
                  "account" DELIMITED BY SIZE
               INTO COW-varname(sn-var-ctr).

           ADD 1 TO sn-var-ctr.
           MOVE MDT-SIGNED TO COW-varvalue(sn-var-ctr).
           STRING "mdt" DELIMITED BY SIZE
                  FUNCTION TRIM(sn-mdt-disp) DELIMITED BY SIZE
                  "signed" DELIMITED BY SIZE
               INTO COW-varname(sn-var-ctr).

           ADD 1 TO sn-var-ctr.
           IF MDT-LAST-COLLECTED = SPACES
               MOVE "not yet" TO COW-varvalue(sn-var-ctr)
           ELSE
               MOVE MDT-LAST-COLLECTED TO COW-varvalue(sn-var-ctr)
           END-IF.
           STRING "mdt" DELIMITED BY SIZE
                  FUNCTION TRIM(sn-mdt-disp) DELIMITED BY SIZE
                  "collected" DELIMITED BY SIZE
               INTO COW-varname(sn-var-ctr).

           ADD 1 TO sn-var-ctr.
           EVALUATE MDT-STATUS
               WHEN "A"
                   IF MDT-FIRST = "Y"
                       MOVE "active - next collection is a first one"
                           TO COW-varvalue(sn-var-ctr)
                   ELSE
                       MOVE "active" TO COW-varvalue(sn-var-ctr)
                   END-IF
               WHEN "C"
                   STRING "cancelled by the bank " DELIMITED BY SIZE
                          MDT-CANCEL-DATE DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          FUNCTION TRIM(MDT-CANCEL-REASON)
                              DELIMITED BY SIZE
                       INTO COW-varvalue(sn-var-ctr)
               WHEN OTHER
                   MOVE "ended" TO COW-varvalue(sn-var-ctr)
           END-EVALUATE.
           STRING "mdt" DELIMITED BY SIZE
                  FUNCTION TRIM(sn-mdt-disp) DELIMITED BY SIZE
                  "status" DELIMITED BY SIZE
               INTO COW-varname(sn-var-ctr).

       build-detail-vars.

           MOVE "custid" TO COW-varname(1).
           IF customers-file-status = "00" AND CUST-STATUS = "I"
               MOVE "23" TO customers-file-status
           END-IF.

      *** Name and contact fields are sealed on disk - a record     ***
      *** whose key is no longer held cannot be shown.              ***
           IF customers-file-status = "00"
               CALL "custcrypt" USING "O" customer-record sn-open-result
               END-CALL
               IF sn-open-result NOT = "Y"
                   MOVE "23" TO customers-file-status
               END-IF
           END-IF.
