      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  second-admin review of the pending sensitive     ***
      ***          changes                                          ***
      *** UPDATE:  approved bad-debt write-offs close the invoice's ***
      ***          open orders                                      ***
      *** UPDATE:  writing off a consolidated invoice reaches its   ***
      ***          branches' orders                                 ***
      *** UPDATE:  staff roles granted trading companies count as   ***
      ***          admin                                            ***
      *** UPDATE:  approved role grants and disables go to the      ***
      ***          security event feed                              ***
      *** UPDATE:  an approved customer erasure is released to the  ***
      ***          nightly job                                      ***
      *** UPDATE:  an approved legal hold release lifts the hold    ***
      *** UPDATE:  an order held over the approval limit is         ***
      ***          released for invoicing, or cancelled with a note ***
      *****************************************************************
      *** /admin/approvals: the other half of dual control. The    ***
      *** requesting screens (adminusers, adminroutes,              ***
      *** admincredits, adminsar and adminholds) file sensitive     ***
      *** changes as pending records; here a second admin - the     ***
      *** record refuses its own requester - approves or rejects    ***
      *** each one, and only an approval touches the live dataset:  ***
      *** the admin-role account is created, the account or route   ***
      *** is disabled, the invoice is written off as a bad debt,    ***
      *** the customer's erasure is released to the nightly         ***
      *** erasecustomers job, the legal hold is lifted.             ***
      *** An order taken over the order-value approval limit is     ***
      *** released for invoicing and picking when approved - never  ***
      *** by the clerk who took it - and cancelled when rejected;   ***
      *** a rejection needs a note, which is left on the customer   ***
      *** as a contact note.                                        ***
      *** Every decision stays on the record (who asked, who        ***
      *** decided, when) and is                                     ***
      *** appended to data/apprlog.txt as well.                      ***
      *****************************************************************

           COPY "apprdef.cbl".
           COPY "userdef.cbl".
           COPY "routedef.cbl".
           COPY "invdef.cbl".
           COPY "orderdef.cbl".
           COPY "custdef.cbl".
           COPY "holddef.cbl".

           SELECT apprlog-file
               ASSIGN TO "data/apprlog.txt"
       01 route-record.
           COPY "routefld.cbl".

       FD invoices-file.
       01 invoice-record.
           COPY "invfld.cbl".

       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       FD legalholds-file.
       01 legalholds-record.
           COPY "holdfld.cbl".

       FD apprlog-file.
       01 apprlog-line PIC X(200).

       77 users-file-status       PIC X(2).
       77 routes-file-status      PIC X(2).
       77 apprlog-file-status     PIC X(2).
       77 invoices-file-status    PIC X(2).
       77 orders-file-status      PIC X(2).
       77 customers-file-status   PIC X(2).
       77 legalholds-file-status  PIC X(2).

       78 ap-shown-max VALUE 15.

       77 ap-pass-part   PIC X(90) VALUE SPACES.
       77 ap-email-part  PIC X(90) VALUE SPACES.
       77 ap-custid-part PIC X(90) VALUE SPACES.
       77 ap-role-part   PIC X(90) VALUE SPACES.
       77 ap-scratch     PIC X(90) VALUE SPACES.

       77 ap-wo-cust     PIC X(10).
       77 ap-walk-ctr    PIC 9(2).
       77 ap-wo-amount   PIC 9(11)V99.
       77 ap-wo-order    PIC 9(9)V99.

       77 ap-erase-queued PIC X(01) VALUE "N".

      *** An order approval's target split back into its key, and   ***
      *** the reason a rejected order is cancelled for.             ***
       77 ap-note-text    PIC X(90) VALUE SPACES.
       77 ap-ord-cust     PIC X(10).
       77 ap-ord-no-text  PIC X(20).
       77 ap-ord-no-disp  PIC Z(9)9.
       77 ap-period-closed PIC X(01).
       77 ap-order-text   PIC X(200).
       77 ap-order-user   PIC X(30).
       77 ap-order-follow PIC X(8) VALUE SPACES.
       77 ap-order-noted  PIC X(01).
       77 ap-order-failed PIC X(01) VALUE "N".

       77 ap-shown      PIC 9(4) USAGE COMP-5 VALUE 0.
       77 ap-shown-disp PIC Z(3)9.
       77 ap-var-ctr    PIC 9(4) USAGE COMP-5.
          05 jf-before  PIC X(600).
          05 jf-after   PIC X(600).

       77 ap-sec-event  PIC X(20).
       01 security-event.
           COPY "secevtfld.cbl".

       01 the-vars.
           COPY "cowvars.cbl".

           CALL "getparam" USING the-values "action" ap-action
               END-CALL.
           CALL "getparam" USING the-values "id" ap-id-text END-CALL.
           CALL "getparam" USING the-values "note" ap-note-text
               END-CALL.

      *** Same guard the other admin screens carry.                ***
           IF FUNCTION TRIM(ap-action) NOT = SPACES
           END-IF.

           IF FUNCTION TRIM(ap-action) = "reject"
               IF FUNCTION TRIM(APPR-KIND) = "order"
                  AND FUNCTION TRIM(ap-note-text) = SPACES
                   MOVE "rejecting an order needs a note saying why"
                       TO ap-message
                   EXIT PARAGRAPH
               END-IF
               MOVE "R" TO APPR-STATUS
               MOVE "request rejected" TO ap-message
               IF FUNCTION TRIM(APPR-KIND) = "hold"
                   PERFORM clear-hold-release
               END-IF
               IF FUNCTION TRIM(APPR-KIND) = "order"
                   PERFORM cancel-held-order
                   IF ap-order-failed = "Y"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           ELSE
               PERFORM apply-approved-change
               IF ap-message = SPACES
                   MOVE "A" TO APPR-STATUS
                   MOVE "request approved and applied" TO ap-message
                   IF ap-erase-queued = "Y"
                       MOVE "request approved - the erasure runs with "
                         & "tonight's batch" TO ap-message
                   END-IF
               ELSE
                   EXIT PARAGRAPH
               END-IF
               WHEN FUNCTION TRIM(APPR-KIND) = "route"
                AND FUNCTION TRIM(APPR-ACTION) = "disable"
                   PERFORM apply-route-disable
               WHEN FUNCTION TRIM(APPR-KIND) = "writeoff"
                AND FUNCTION TRIM(APPR-ACTION) = "invoice"
                   PERFORM apply-invoice-writeoff
               WHEN FUNCTION TRIM(APPR-KIND) = "customer"
                AND FUNCTION TRIM(APPR-ACTION) = "erase"
                   PERFORM apply-customer-erase
               WHEN FUNCTION TRIM(APPR-KIND) = "hold"
                AND FUNCTION TRIM(APPR-ACTION) = "release"
                   PERFORM apply-hold-release
               WHEN FUNCTION TRIM(APPR-KIND) = "order"
                AND FUNCTION TRIM(APPR-ACTION) = "release"
                   PERFORM apply-order-release
               WHEN OTHER
                   MOVE "that request's kind/action is unknown"
                       TO ap-message
                           CALL "logjournal" USING jf-dataset
                               jf-action jf-key jf-before jf-after
                               END-CALL
                           MOVE "account.disabled" TO ap-sec-event
                           PERFORM log-approval-security-event
                   END-REWRITE
           END-READ.
           CLOSE users-file.
       apply-admin-create.

           MOVE SPACES TO ap-pass-part ap-email-part ap-custid-part
               ap-role-part ap-scratch.
           UNSTRING APPR-DETAIL DELIMITED BY "pass=" OR "|email="
                   OR "|custid=" OR "|role="
               INTO ap-scratch ap-pass-part ap-email-part
                    ap-custid-part ap-role-part
           END-UNSTRING.
      *** Requests filed before staff roles existed carry no role:  ***
      *** they were for the admin role.                             ***
           IF FUNCTION TRIM(ap-role-part) = SPACES
               MOVE "admin" TO ap-role-part
           END-IF.

           IF FUNCTION TRIM(ap-pass-part) = SPACES
               MOVE "the request's detail is malformed"
           MOVE APPR-TARGET TO USR-NAME.
           MOVE FUNCTION TRIM(ap-pass-part) TO USR-PASS.
           MOVE FUNCTION CURRENT-DATE TO USR-CREATED.
           MOVE FUNCTION TRIM(ap-role-part) TO USR-ROLE.
           MOVE "Y" TO USR-ENABLED.
           MOVE "N" TO USR-MUSTCHANGE.
           MOVE FUNCTION TRIM(ap-email-part) TO USR-EMAIL.
                   MOVE user-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
                   MOVE "role.granted" TO ap-sec-event
                   PERFORM log-approval-security-event
           END-WRITE.
           CLOSE users-file.

      *** The approved change to the security event feed: the       ***
      *** approving admin acted, the requester is named in the      ***
      *** detail. The request's own detail carries a password hash  ***
      *** and goes nowhere near the feed.                           ***
       log-approval-security-event.

           MOVE SPACES TO security-event.
           MOVE ap-sec-event TO SEC-EVENT.
           MOVE SESS-USER OF the-session TO SEC-USER.
           MOVE USR-NAME TO SEC-TARGET.
           IF ap-sec-event = "role.granted"
               STRING "role "                  DELIMITED BY SIZE
                      FUNCTION TRIM(USR-ROLE)  DELIMITED BY SIZE
                      ", requested by "        DELIMITED BY SIZE
                      FUNCTION TRIM(APPR-REQ-BY) DELIMITED BY SIZE
                   INTO SEC-DETAIL
               END-STRING
           ELSE
               STRING "requested by "          DELIMITED BY SIZE
                      FUNCTION TRIM(APPR-REQ-BY) DELIMITED BY SIZE
                   INTO SEC-DETAIL
               END-STRING
           END-IF.
           CALL "logsecevent" USING security-event END-CALL.

       apply-route-disable.

           OPEN I-O routes-file.
               CALL "buildrouteimg"
           END-IF.

      *****************************************************************
      *** A bad-debt write-off: every order on the invoice still    ***
      *** owing anything is closed as written off ("W") for what it ***
      *** owes today - which may be less than when the request was  ***
      *** filed, if a payment has come in since - and the invoice   ***
      *** records the total, the date and this approval, for the    ***
      *** ledger posting and the month-end provision report.        ***
      *****************************************************************
       apply-invoice-writeoff.

           OPEN I-O invoices-file.
           IF invoices-file-status NOT = "00"
               MOVE "invoices dataset could not be opened"
                   TO ap-message
               EXIT PARAGRAPH
           END-IF.

           MOVE APPR-TARGET TO INV-NO.
           READ invoices-file
               INVALID KEY
                   MOVE "no invoice with that number" TO ap-message
           END-READ.
           IF ap-message = SPACES AND INV-WO-DATE NOT = SPACES
               MOVE "that invoice has already been written off"
                   TO ap-message
           END-IF.
           IF ap-message NOT = SPACES
               CLOSE invoices-file
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ap-wo-amount.

           OPEN I-O orders-file.
           IF orders-file-status NOT = "00"
               MOVE "orders dataset could not be opened"
                   TO ap-message
               CLOSE invoices-file
               EXIT PARAGRAPH
           END-IF.

      *** A consolidated invoice's orders also sit under each of    ***
      *** its branches (INV-BRANCH).                                ***
           PERFORM VARYING ap-walk-ctr FROM 0 BY 1
                   UNTIL ap-walk-ctr > INV-BRANCH-COUNT
               IF ap-walk-ctr = 0
                   MOVE INV-CUST-ID TO ap-wo-cust
               ELSE
                   MOVE INV-BR-CUST-ID(ap-walk-ctr) TO ap-wo-cust
               END-IF
               PERFORM write-off-one-cust
           END-PERFORM.
           CLOSE orders-file.

           IF ap-wo-amount = 0
               MOVE "nothing on that invoice is left to write off"
                   TO ap-message
               CLOSE invoices-file
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO INV-WO-DATE.
           MOVE ap-wo-amount TO INV-WO-AMOUNT.
           MOVE APPR-ID TO INV-WO-APPR.
           REWRITE invoice-record
               INVALID KEY
                   MOVE "the invoice could not be updated"
                       TO ap-message
           END-REWRITE.
           CLOSE invoices-file.

       write-off-one-cust.

           MOVE ap-wo-cust TO ORD-CUST-ID.
           MOVE 0 TO ORD-NO.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "10" TO orders-file-status
           END-START.
           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
               PERFORM UNTIL orders-file-status NOT = "00"
                   OR ORD-CUST-ID NOT = ap-wo-cust
                   IF ORD-INVOICE = INV-NO
                      AND (ORD-STATUS = "O" OR ORD-STATUS = "B")
                      AND ORD-AMOUNT + ORD-TAX > ORD-PAID + ORD-CREDITED
                       PERFORM write-off-one-order
                   END-IF
                   READ orders-file NEXT RECORD
                       AT END MOVE "10" TO orders-file-status
                   END-READ
               END-PERFORM
           END-IF.
           MOVE "00" TO orders-file-status.

       write-off-one-order.

           COMPUTE ap-wo-order = ORD-AMOUNT + ORD-TAX
               - ORD-PAID - ORD-CREDITED.

           MOVE order-record TO jf-before.
           MOVE ap-wo-order TO ORD-WRITTEN-OFF.
           MOVE "W" TO ORD-STATUS.
           MOVE FUNCTION CURRENT-DATE TO ORD-CHANGED.
           REWRITE order-record
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD ap-wo-order TO ap-wo-amount
                   MOVE "orders" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE ORD-KEY TO jf-key
                   MOVE order-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.

      *****************************************************************
      *** The erasure itself reaches a dozen datasets and every     ***
      *** audit archive - too much for a screen. Approving it only  ***
      *** checks the customer is there and not already erased; the  ***
      *** nightly erasecustomers job picks up the approved record.  ***
      *****************************************************************
       apply-customer-erase.

           MOVE "N" TO ap-erase-queued.
           OPEN INPUT customers-file.
           IF customers-file-status NOT = "00"
               MOVE "customer master could not be opened"
                   TO ap-message
               EXIT PARAGRAPH
           END-IF.

           MOVE APPR-TARGET TO CUST-ID.
           READ customers-file
               INVALID KEY
                   MOVE "no customer with that id" TO ap-message
               NOT INVALID KEY
                   IF CUST-INACT-BY = "*ERASED*"
                       MOVE "that customer has already been erased"
                           TO ap-message
                   ELSE
                       MOVE "Y" TO ap-erase-queued
                   END-IF
           END-READ.
           CLOSE customers-file.

      *****************************************************************
      *** An approved release ends the hold: from now on the purges ***
      *** and retention jobs treat what it covered like anything    ***
      *** else. The record stays on the register, released, with    ***
      *** the approval and who gave it.                             ***
      *****************************************************************
       apply-hold-release.

           OPEN I-O legalholds-file.
           IF legalholds-file-status NOT = "00"
               MOVE "the legal hold register could not be opened"
                   TO ap-message
               EXIT PARAGRAPH
           END-IF.

           MOVE APPR-TARGET TO HOLD-ID.
           READ legalholds-file
               INVALID KEY
                   MOVE "no hold with that id" TO ap-message
               NOT INVALID KEY
                   IF HOLD-STATUS NOT = "A"
                       MOVE "that hold has already been released"
                           TO ap-message
                   ELSE
                       MOVE legalholds-record TO jf-before
                       MOVE "R" TO HOLD-STATUS
                       MOVE APPR-ID TO HOLD-REL-APPR
                       MOVE SESS-USER OF the-session TO HOLD-REL-BY
                       MOVE FUNCTION CURRENT-DATE TO HOLD-REL-WHEN
                       PERFORM rewrite-legal-hold
                   END-IF
           END-READ.
           CLOSE legalholds-file.

      *** A rejected release leaves the hold standing, and free for ***
      *** another release to be filed later.                        ***
       clear-hold-release.

           OPEN I-O legalholds-file.
           IF legalholds-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE APPR-TARGET TO HOLD-ID.
           READ legalholds-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF HOLD-STATUS = "A"
                      AND HOLD-REL-APPR = APPR-ID
                       MOVE legalholds-record TO jf-before
                       MOVE SPACES TO HOLD-REL-APPR
                       PERFORM rewrite-legal-hold
                   END-IF
           END-READ.
           CLOSE legalholds-file.

       rewrite-legal-hold.

           REWRITE legalholds-record
               INVALID KEY
                   MOVE "the hold could not be updated" TO ap-message
               NOT INVALID KEY
                   MOVE "legalholds" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE HOLD-ID TO jf-key
                   MOVE legalholds-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.

      *****************************************************************
      *** An approved order over the limit goes back to open: the   ***
      *** next invoice run bills it and the warehouse can pick it.  ***
      *** The clerk who took it may not approve it, whoever filed   ***
      *** the request.                                              ***
      *****************************************************************
       apply-order-release.

           OPEN I-O orders-file.
           IF orders-file-status NOT = "00"
               MOVE "orders dataset could not be opened"
                   TO ap-message
               EXIT PARAGRAPH
           END-IF.

           PERFORM read-held-order.
           IF ap-message = SPACES
              AND FUNCTION TRIM(ORD-USER) =
                  FUNCTION TRIM(SESS-USER OF the-session)
               MOVE "an order cannot be approved by the user who "
                 & "took it" TO ap-message
           END-IF.
           IF ap-message = SPACES
               MOVE order-record TO jf-before
               MOVE "O" TO ORD-STATUS
               IF ORD-PROD-CODE NOT = SPACES
                   MOVE "A" TO ORD-FUL-STATUS
               END-IF
               MOVE FUNCTION CURRENT-DATE TO ORD-CHANGED
               PERFORM rewrite-held-order
           END-IF.
           CLOSE orders-file.

      *****************************************************************
      *** A rejected order is cancelled - the record stays, status  ***
      *** "C", as any cancel does - and the reason goes on the      ***
      *** customer as a contact note. An order the clerk already    ***
      *** cancelled is left as it is.                               ***
      *****************************************************************
       cancel-held-order.

           MOVE "N" TO ap-order-failed.
           OPEN I-O orders-file.
           IF orders-file-status NOT = "00"
               MOVE "orders dataset could not be opened"
                   TO ap-message
               MOVE "Y" TO ap-order-failed
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ap-message.
           PERFORM read-held-order.
           IF ap-message NOT = SPACES
               MOVE "request rejected" TO ap-message
               CLOSE orders-file
               EXIT PARAGRAPH
           END-IF.

           MOVE order-record TO jf-before.
           MOVE "C" TO ORD-STATUS.
           MOVE FUNCTION CURRENT-DATE TO ORD-CHANGED.
           CALL "checkperiod" USING ORD-CREATED(1:8)
               ap-period-closed END-CALL.
           IF ap-period-closed = "Y"
               MOVE ORD-CHANGED(1:8) TO ORD-ADJ-DATE
           END-IF.
           PERFORM rewrite-held-order.
           CLOSE orders-file.
           IF ap-message NOT = SPACES
               MOVE "Y" TO ap-order-failed
               EXIT PARAGRAPH
           END-IF.

           MOVE ORD-NO TO ap-ord-no-disp.
           MOVE SPACES TO ap-order-text.
           STRING "order " DELIMITED BY SIZE
                  FUNCTION TRIM(ap-ord-no-disp) DELIMITED BY SIZE
                  " (over the approval limit) rejected by "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(SESS-USER OF the-session)
                      DELIMITED BY SIZE
                  " and cancelled: " DELIMITED BY SIZE
                  FUNCTION TRIM(ap-note-text) DELIMITED BY SIZE
               INTO ap-order-text
           END-STRING.
           MOVE SESS-USER OF the-session TO ap-order-user.
           MOVE "N" TO ap-order-noted.
           CALL "writecustnote" USING ORD-CUST-ID ap-order-text
               ap-order-user ap-order-follow ap-order-noted END-CALL.
           MOVE "request rejected - the order is cancelled"
               TO ap-message.

      *** The order the approval names, still held on this same     ***
      *** approval; ap-message says why not otherwise.              ***
       read-held-order.

           MOVE SPACES TO ap-ord-cust ap-ord-no-text.
           UNSTRING APPR-TARGET DELIMITED BY "/"
               INTO ap-ord-cust ap-ord-no-text
           END-UNSTRING.
           IF ap-ord-cust = SPACES
              OR FUNCTION TEST-NUMVAL(ap-ord-no-text) NOT = 0
               MOVE "the request's order key is malformed"
                   TO ap-message
               EXIT PARAGRAPH
           END-IF.

           MOVE ap-ord-cust TO ORD-CUST-ID.
           COMPUTE ORD-NO = FUNCTION NUMVAL(ap-ord-no-text).
           READ orders-file
               INVALID KEY
                   MOVE "no order under that customer and number"
                       TO ap-message
               NOT INVALID KEY
                   IF ORD-STATUS NOT = "H"
                      OR ORD-APPR-ID NOT = APPR-ID
                       MOVE "that order is no longer held for this "
                         & "approval" TO ap-message
                   END-IF
           END-READ.

       rewrite-held-order.

           REWRITE order-record
               INVALID KEY
                   MOVE "the order could not be updated" TO ap-message
               NOT INVALID KEY
                   MOVE "orders" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE ORD-KEY TO jf-key
                   MOVE order-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-REWRITE.

      *****************************************************************
      *** One dated line per decision, alongside the record itself.***
      *****************************************************************

           MOVE ap-shown TO ap-shown-disp.

           COMPUTE ap-var-ctr = (ap-shown * 6) + 1.
           MOVE FUNCTION TRIM(APPR-ID) TO COW-varvalue(ap-var-ctr).
           STRING "ap" DELIMITED BY SIZE
                  FUNCTION TRIM(ap-shown-disp) DELIMITED BY SIZE
                  FUNCTION TRIM(ap-shown-disp) DELIMITED BY SIZE
                  "when" DELIMITED BY SIZE
               INTO COW-varname(ap-var-ctr).

      *** Only a write-off's detail (amount and reason), an         ***
      *** erasure's or a hold release's reason and a held order's   ***
      *** amount and item are shown - an account request's carries  ***
      *** the password hash.                                        ***
           ADD 1 TO ap-var-ctr.
           IF FUNCTION TRIM(APPR-KIND) = "writeoff"
              OR FUNCTION TRIM(APPR-KIND) = "customer"
              OR FUNCTION TRIM(APPR-KIND) = "hold"
              OR FUNCTION TRIM(APPR-KIND) = "order"
               MOVE FUNCTION TRIM(APPR-DETAIL)
                   TO COW-varvalue(ap-var-ctr)
           ELSE
               MOVE SPACES TO COW-varvalue(ap-var-ctr)
           END-IF.
           STRING "ap" DELIMITED BY SIZE
                  FUNCTION TRIM(ap-shown-disp) DELIMITED BY SIZE
                  "detail" DELIMITED BY SIZE
               INTO COW-varname(ap-var-ctr).
