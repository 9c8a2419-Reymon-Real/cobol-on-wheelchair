      ***          opt-out, do-not-email) are set here                 ***
      *** UPDATE:  every write files a before/after change record      ***
      ***          through logcustchange                               ***
      *** UPDATE:  credit limit and credit hold are set here, and a ***
      ***          hold is released only through a logged action    ***
      ***          that files a contact note with the reason        ***
      *** UPDATE:  the customer's default tax code is set here      ***
      *** UPDATE:  customers can be exempted from late-payment      ***
      ***          interest                                         ***
      *** UPDATE:  do-not-text preference beside do-not-email       ***
      *** UPDATE:  postcode checked against the reference, city     ***
      ***          made canonical                                   ***
      *** UPDATE:  parent account and bill-to (self or parent) are  ***
      ***          set here                                         ***
      *** UPDATE:  account owner set per customer, and reassigned   ***
      ***          in bulk from one login to another                ***
      *** UPDATE:  the customer's billing currency is set here      ***
      *** UPDATE:  customers belong to a trading company; staff see ***
      ***          and change only those of the companies their     ***
      ***          role grants                                      ***
      *** UPDATE:  the customer's payment terms are set here        ***
      *** UPDATE:  name and contact fields opened on read and       ***
      ***          sealed on write                                  ***
      *** UPDATE:  credit limit, hold release and owner changes     ***
      ***          need the admin role                              ***
      *****************************************************************
      *** /admin/customers lists the customer master from            ***
      *** data/customers.dat and, via a posted "action" field, lets  ***
       FILE-CONTROL.
           COPY "custdef.cbl".
           COPY "custtagdef.cbl".
           COPY "userdef.cbl".
           COPY "orderdef.cbl".

       DATA DIVISION.

       01 custtag-record.
           COPY "custtagfld.cbl".

       FD users-file.
       01 user-record.
           COPY "userfld.cbl".

       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       WORKING-STORAGE SECTION.
       77 customers-file-status PIC X(2).
       77 custtags-file-status  PIC X(2).
       77 users-file-status     PIC X(2).
       77 orders-file-status    PIC X(2).

       77 ac-action        PIC X(10) VALUE SPACES.
       77 ac-id-text       PIC X(90) VALUE SPACES.
       77 ac-addr2-text    PIC X(90) VALUE SPACES.
       77 ac-city-text     PIC X(90) VALUE SPACES.
       77 ac-postcode-text PIC X(90) VALUE SPACES.
       77 ac-addr-postcode PIC X(10).
       77 ac-addr-city     PIC X(30).
       77 ac-addr-result   PIC X(01).
       77 ac-phone-text    PIC X(90) VALUE SPACES.
       77 ac-shown-count PIC 9(4) USAGE COMP-5.
       77 ac-shown-disp  PIC Z(3)9.
       77 ac-var-ctr     PIC 9(4) USAGE COMP-5.
       77 ac-message     PIC X(90) VALUE SPACES.
       77 ac-admin-role  PIC X(10) VALUE "admin".
       77 ac-admin-ok    PIC X(01).
       77 ac-request-method PIC X(6) VALUE SPACES.
       77 ac-redirect    PIC X(255) VALUE SPACES.

       77 ac-lang-text    PIC X(90) VALUE SPACES.
       77 ac-nomkt-text   PIC X(90) VALUE SPACES.
       77 ac-noemail-text PIC X(90) VALUE SPACES.
       77 ac-nosms-text   PIC X(90) VALUE SPACES.
       77 ac-tag-folded  PIC X(20) VALUE SPACES.
       77 ac-old-name    PIC X(60) VALUE SPACES.
       77 ac-new-name    PIC X(60) VALUE SPACES.
       77 ac-crypt-result PIC X(01) VALUE SPACE.
       77 ac-hist-action PIC X(10) VALUE SPACES.
       77 ac-event-name   PIC X(20) VALUE SPACES.
       77 ac-event-detail PIC X(28) VALUE SPACES.
       77 ac-none-name   PIC X(60) VALUE SPACES.

       77 ac-limit-text  PIC X(90) VALUE SPACES.
       77 ac-hold-text   PIC X(90) VALUE SPACES.
       77 ac-reason-text PIC X(90) VALUE SPACES.
       77 ac-taxcode-text PIC X(90) VALUE SPACES.
       77 ac-exempt-text  PIC X(90) VALUE SPACES.
       77 ac-parent-text  PIC X(90) VALUE SPACES.
       77 ac-billto-text  PIC X(90) VALUE SPACES.
       77 ac-parent-id    PIC X(10) VALUE SPACES.
       77 ac-branch-of    PIC X(10) VALUE SPACES.
       77 ac-owner-text   PIC X(90) VALUE SPACES.
       77 ac-from-text    PIC X(90) VALUE SPACES.
       77 ac-owner-id     PIC X(30) VALUE SPACES.
       77 ac-from-owner   PIC X(30) VALUE SPACES.
       77 ac-currency-text PIC X(90) VALUE SPACES.
       77 ac-terms-text    PIC X(90) VALUE SPACES.
       77 ac-days-text     PIC X(90) VALUE SPACES.
       77 ac-terms-days    PIC 9(3) VALUE 0.
       77 ac-currency      PIC X(3) VALUE SPACES.
       77 ac-fx-today      PIC X(8).
       77 ac-fx-rate       PIC 9(7)V9(6).
       77 ac-fx-found      PIC X(01).
       77 ac-owed-in       PIC X(3) VALUE SPACES.
       77 ac-owed-found    PIC X(01).
       77 ac-moved-count  PIC 9(5) USAGE COMP-5 VALUE 0.
       77 ac-moved-disp   PIC Z(4)9.
       77 ac-limit-disp  PIC $ZZZ,ZZZ,ZZ9.99.
       77 ac-note-text     PIC X(200).
       77 ac-note-followup PIC X(8) VALUE SPACES.
       77 ac-note-written  PIC X(01).

      *** The trading company side: a staff user only sees and      ***
      *** touches customers of the companies their role grants, and ***
      *** the answer for each company is asked once per request.    ***
       77 ac-company-text PIC X(90) VALUE SPACES.
       77 ac-new-company  PIC X(4) VALUE SPACES.
       77 ac-cust-company PIC X(4) VALUE SPACES.
       77 ac-co-asked     PIC X(4).
       77 ac-co-granted   PIC X(01).
       77 ac-co-seq       PIC 9(2) VALUE 0.
       77 ac-co-found     PIC X(01).
       77 ac-co-norm      PIC X(4).
       01 ac-company.
           COPY "cofld.cbl".
       01 ac-co-cache.
          05 ac-co-cached  PIC 9(2) VALUE 0.
          05 ac-co-entry OCCURS 20 TIMES.
             10 ac-co-code   PIC X(4).
             10 ac-co-answer PIC X(1).
       77 ac-co-ctr       PIC 9(2).
       77 ac-restamped    PIC 9(5) USAGE COMP-5 VALUE 0.

       77 ac-val-ok      PIC X(01).
       77 ac-val-message PIC X(90).
       01 ac-val-rules.
                   OR FUNCTION TRIM(ac-action) = "delete"
                   OR FUNCTION TRIM(ac-action) = "addtag"
                   OR FUNCTION TRIM(ac-action) = "removetag"
                   OR FUNCTION TRIM(ac-action) = "prefs"
                   OR FUNCTION TRIM(ac-action) = "credit"
                   OR FUNCTION TRIM(ac-action) = "releasehold"
                   OR FUNCTION TRIM(ac-action) = "taxcode"
                   OR FUNCTION TRIM(ac-action) = "interest"
                   OR FUNCTION TRIM(ac-action) = "billing"
                   OR FUNCTION TRIM(ac-action) = "owner"
                   OR FUNCTION TRIM(ac-action) = "reassign"
                   OR FUNCTION TRIM(ac-action) = "currency"
                   OR FUNCTION TRIM(ac-action) = "company"
                   OR FUNCTION TRIM(ac-action) = "terms")
               MOVE "customer changes must be submitted as a POST"
                   TO ac-message
           ELSE
               PERFORM check-action-company
               IF ac-message = SPACES
                   PERFORM check-action-admin
               END-IF
               IF ac-message NOT = SPACES
                   PERFORM answer-post-redirect
                   GOBACK
               END-IF
               EVALUATE FUNCTION TRIM(ac-action)
                   WHEN "add"
                       PERFORM do-add-customer
                       PERFORM do-set-prefs
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "credit"
                       PERFORM do-set-credit
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "releasehold"
                       PERFORM do-release-hold
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "taxcode"
                       PERFORM do-set-tax-code
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "interest"
                       PERFORM do-set-interest
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "billing"
                       PERFORM do-set-billing
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "owner"
                       PERFORM do-set-owner
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "reassign"
                       PERFORM do-reassign-owner
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "currency"
                       PERFORM do-set-currency
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "company"
                       PERFORM do-set-company
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "terms"
                       PERFORM do-set-terms
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           MOVE "/admin/customers" TO ac-redirect.
           CALL "redirectto" USING ac-redirect END-CALL.

      *****************************************************************
      *** Credit limit, hold release and account ownership are the  ***
      *** admin's to change: a company-restricted staff role works  ***
      *** its customers here, but not these.                        ***
      *****************************************************************
       check-action-admin.

           IF FUNCTION TRIM(ac-action) NOT = "credit"
              AND FUNCTION TRIM(ac-action) NOT = "releasehold"
              AND FUNCTION TRIM(ac-action) NOT = "owner"
              AND FUNCTION TRIM(ac-action) NOT = "reassign"
               EXIT PARAGRAPH
           END-IF.

           CALL "checkrole" USING SESS-USER OF the-session
               ac-admin-role ac-admin-ok END-CALL.
           IF ac-admin-ok NOT = "Y"
               MOVE "only an admin can change credit limits, holds or "
                 & "account owners" TO ac-message
           END-IF.

      *****************************************************************
      *** A staff user may only act on customers of the trading     ***
      *** companies their role grants: the new customer's company   ***
      *** on an add, the customer's present company on any action   ***
      *** naming an id. The bulk owner reassignment checks each     ***
      *** customer as it goes.                                      ***
      *****************************************************************
       check-action-company.

           EVALUATE FUNCTION TRIM(ac-action)
               WHEN "add"
                   CALL "getparam" USING the-values "company"
                       ac-company-text END-CALL
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       ac-company-text)) TO ac-company-text
                   IF ac-company-text(5:) NOT = SPACES
                       MOVE "no trading company with that code"
                           TO ac-message
                       EXIT PARAGRAPH
                   END-IF
                   MOVE ac-company-text(1:4) TO ac-new-company
                   MOVE ac-new-company TO ac-co-asked
                   PERFORM normalize-company
                   IF ac-co-found NOT = "Y"
                       MOVE "no trading company with that code"
                           TO ac-message
                       EXIT PARAGRAPH
                   END-IF
                   MOVE ac-new-company TO ac-co-asked
               WHEN "change" WHEN "delete" WHEN "addtag"
               WHEN "removetag" WHEN "prefs" WHEN "credit"
               WHEN "releasehold" WHEN "taxcode" WHEN "interest"
               WHEN "billing" WHEN "owner" WHEN "currency"
               WHEN "company" WHEN "terms"
                   CALL "getparam" USING the-values "id" ac-id-text
                       END-CALL
                   MOVE FUNCTION TRIM(ac-id-text) TO CUST-ID
                   CALL "getcustcompany" USING CUST-ID ac-cust-company
                       END-CALL
                   MOVE ac-cust-company TO ac-co-asked
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM check-company-granted.
           IF ac-co-granted NOT = "Y"
               MOVE "that customer's trading company is not one your "
                 & "role is granted" TO ac-message
           END-IF.

      *** ac-co-asked granted to the logged-in user, remembered for ***
      *** the rest of the request.                                  ***
       check-company-granted.

           MOVE SPACES TO ac-co-granted.
           PERFORM VARYING ac-co-ctr FROM 1 BY 1
                   UNTIL ac-co-ctr > ac-co-cached
                   OR ac-co-granted NOT = SPACES
               IF ac-co-code(ac-co-ctr) = ac-co-asked
                   MOVE ac-co-answer(ac-co-ctr) TO ac-co-granted
               END-IF
           END-PERFORM.
           IF ac-co-granted NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           CALL "checkcompany" USING SESS-USER OF the-session
               ac-co-asked ac-co-granted END-CALL.
           IF ac-co-cached < 20
               ADD 1 TO ac-co-cached
               MOVE ac-co-asked TO ac-co-code(ac-co-cached)
               MOVE ac-co-granted TO ac-co-answer(ac-co-cached)
           END-IF.

      *** The code ac-co-asked stands for, spaces being the home    ***
      *** company, into ac-co-norm so two codes compare fairly.     ***
       normalize-company.

           MOVE SPACES TO ac-company ac-co-norm.
           MOVE ac-co-asked TO CO-CODE.
           MOVE 0 TO ac-co-seq.
           CALL "getcompany" USING ac-co-seq ac-company ac-co-found
               END-CALL.
           IF ac-co-found = "Y"
               MOVE CO-CODE TO ac-co-norm
           END-IF.

      *****************************************************************
      *** Add a new customer from posted fields. name/email are     ***
      *** required; the id is never typed in - it comes from the    ***
               MOVE ac-val-message TO ac-message
           ELSE
               PERFORM pull-posted-fields
               PERFORM check-posted-address
               IF ac-message NOT = SPACES
                   EXIT PARAGRAPH
               END-IF

               OPEN I-O customers-file
               IF customers-file-status = "35"
                   MOVE FUNCTION TRIM(ac-new-key-disp) TO CUST-ID
                   PERFORM move-posted-fields-to-record
                   MOVE "A" TO CUST-STATUS
                   MOVE 0 TO CUST-CREDIT-LIMIT
                   MOVE ac-new-company TO CUST-COMPANY
                   MOVE FUNCTION CURRENT-DATE TO CUST-CREATED
                   MOVE CUST-CREATED          TO CUST-CHANGED
                   MOVE CUST-NAME TO ac-new-name
                   CALL "custcrypt" USING "S" customer-record
                       ac-crypt-result END-CALL
                   WRITE customer-record
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "y" TO ac-add-done
                           CALL "updatephonidx" USING ac-none-name
                               ac-new-name CUST-ID END-CALL
                           MOVE "customers" TO jf-dataset
                           MOVE "W" TO jf-action
                           MOVE CUST-ID TO jf-key
               CALL "getparam" USING the-values "id"
                   ac-id-text END-CALL
               PERFORM pull-posted-fields
               PERFORM check-posted-address
               IF ac-message NOT = SPACES
                   EXIT PARAGRAPH
               END-IF

               OPEN I-O customers-file
               IF customers-file-status = "00"
                           MOVE "no customer with that id"
                               TO ac-message
                       NOT INVALID KEY
                           CALL "custcrypt" USING "O"
                               customer-record ac-crypt-result
                               END-CALL
                           IF ac-crypt-result NOT = "Y"
                               MOVE "that customer record could not "
                                 & "be opened" TO ac-message
                           ELSE
                               PERFORM rewrite-changed-customer
                           END-IF
                   END-READ
                   CLOSE customers-file
               ELSE
               END-IF
           END-IF.

      *****************************************************************
      *** The record comes in opened and goes back sealed; the      ***
      *** sounds-like index is fed the names in the clear.          ***
      *****************************************************************
       rewrite-changed-customer.

           MOVE CUST-NAME TO ac-old-name.
           MOVE customer-record TO jf-before.
           PERFORM move-posted-fields-to-record.
           MOVE FUNCTION CURRENT-DATE TO CUST-CHANGED.
           MOVE CUST-NAME TO ac-new-name.
           CALL "custcrypt" USING "S" customer-record ac-crypt-result
           END-CALL.
           REWRITE customer-record
               INVALID KEY
                   MOVE "could not change that customer" TO ac-message
               NOT INVALID KEY
                   CALL "updatephonidx" USING ac-old-name ac-new-name
                       CUST-ID END-CALL
                   MOVE "customers" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE CUST-ID TO jf-key
                   MOVE customer-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action jf-key
                       jf-before jf-after END-CALL
                   MOVE "change" TO ac-hist-action
                   CALL "logcustchange" USING CUST-ID ac-hist-action
                       jf-before jf-after SESS-USER OF the-session
                       END-CALL
                   MOVE "customer.changed" TO ac-event-name
                   MOVE CUST-ID TO ac-event-detail
                   CALL "sendwebhook" USING ac-event-name
                       ac-event-detail END-CALL
           END-REWRITE.

      *****************************************************************
      *** Mark the record inactive, stamped with who and when - the ***
      *** audit story survives, the listings stop showing it, and   ***
                           MOVE "no customer with that id"
                               TO ac-message
                       NOT INVALID KEY
                           MOVE SPACES TO ac-old-name
                           CALL "custcrypt" USING "O"
                               customer-record ac-crypt-result
                               END-CALL
                           IF ac-crypt-result = "Y"
                               MOVE CUST-NAME TO ac-old-name
                           END-IF
                           MOVE customer-record TO jf-before
                           MOVE "I" TO CUST-STATUS
                           MOVE FUNCTION CURRENT-DATE
                               TO CUST-INACT-BY
                           MOVE FUNCTION CURRENT-DATE
                               TO CUST-CHANGED
                           CALL "custcrypt" USING "S"
                               customer-record ac-crypt-result
                               END-CALL
                           REWRITE customer-record
                               INVALID KEY
                                   MOVE "could not delete that "
                               NOT INVALID KEY
      *** An inactive record leaves the sounds-like index too.    ***
                                   CALL "updatephonidx" USING
                                       ac-old-name ac-none-name CUST-ID
                                       END-CALL
                                   MOVE "customers" TO jf-dataset
                                   MOVE "R" TO jf-action

      *****************************************************************
      *** The communication preferences: mail language, marketing  ***
      *** opt-out, the do-not-email override every queueing path    ***
      *** checks, and the do-not-text override the SMS spool        ***
      *** checks.                                                   ***
      *****************************************************************
       do-set-prefs.

               ac-nomkt-text END-CALL.
           CALL "getparam" USING the-values "noemail"
               ac-noemail-text END-CALL.
           CALL "getparam" USING the-values "nosms"
               ac-nosms-text END-CALL.

           IF FUNCTION TRIM(ac-id-text) = SPACES
               MOVE "a customer id is required" TO ac-message
                   ELSE
                       MOVE "N" TO CUST-NO-EMAIL
                   END-IF
                   IF FUNCTION TRIM(ac-nosms-text) = "Y"
                       MOVE "Y" TO CUST-NO-SMS
                   ELSE
                       MOVE "N" TO CUST-NO-SMS
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO CUST-CHANGED
                   REWRITE customer-record
                       INVALID KEY
           END-IF.

      *****************************************************************
      *** Credit control: the limit new orders are measured against ***
      *** (blank or zero = none) and a hand-placed hold. Taking a   ***
      *** hold off is not done here - that is the release action.   ***
      *****************************************************************
       do-set-credit.

           CALL "getparam" USING the-values "id" ac-id-text END-CALL.
           CALL "getparam" USING the-values "limit"
               ac-limit-text END-CALL.
           CALL "getparam" USING the-values "hold"
               ac-hold-text END-CALL.

           IF FUNCTION TRIM(ac-id-text) = SPACES
               MOVE "a customer id is required" TO ac-message
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(ac-limit-text) NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ac-limit-text) NOT = 0
               MOVE "the credit limit must be a number" TO ac-message
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O customers-file.
           IF customers-file-status NOT = "00"
               MOVE "customer dataset could not be opened"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ac-id-text) TO CUST-ID.
           READ customers-file
               INVALID KEY
                   MOVE "no customer with that id" TO ac-message
               NOT INVALID KEY
                   MOVE customer-record TO jf-before
                   IF FUNCTION TRIM(ac-limit-text) = SPACES
                       MOVE 0 TO CUST-CREDIT-LIMIT
                   ELSE
                       COMPUTE CUST-CREDIT-LIMIT =
                           FUNCTION NUMVAL(ac-limit-text)
                   END-IF
                   IF FUNCTION TRIM(ac-hold-text) = "Y"
                      AND CUST-CREDIT-HOLD NOT = "Y"
                       MOVE "Y" TO CUST-CREDIT-HOLD
                       MOVE FUNCTION CURRENT-DATE TO CUST-HOLD-WHEN
                       MOVE SESS-USER OF the-session TO CUST-HOLD-BY
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO CUST-CHANGED
                   REWRITE customer-record
                       INVALID KEY
                           MOVE "the credit settings could not be "
                             & "saved" TO ac-message
                       NOT INVALID KEY
                           MOVE "customers" TO jf-dataset
                           MOVE "R" TO jf-action
                           MOVE CUST-ID TO jf-key
                           MOVE customer-record TO jf-after
                           CALL "logjournal" USING jf-dataset
                               jf-action jf-key jf-before jf-after
                               END-CALL
                           MOVE "credit" TO ac-hist-action
                           CALL "logcustchange" USING CUST-ID
                               ac-hist-action jf-before jf-after
                               SESS-USER OF the-session END-CALL
                   END-REWRITE
           END-READ.
           CLOSE customers-file.

           IF ac-message = SPACES
               MOVE "credit settings saved" TO ac-message
           END-IF.

      *****************************************************************
      *** The tax code the invoice run bills this customer under    ***
      *** by default: S, R, Z or E (blank = standard). E and Z hold ***
      *** on every order; S and R give way to a product's own code. ***
      *****************************************************************
       do-set-tax-code.

           CALL "getparam" USING the-values "id" ac-id-text END-CALL.
           CALL "getparam" USING the-values "taxcode"
               ac-taxcode-text END-CALL.

           IF FUNCTION TRIM(ac-id-text) = SPACES
               MOVE "a customer id is required" TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ac-taxcode-text))
               TO ac-taxcode-text.
           IF ac-taxcode-text NOT = SPACES
              AND ac-taxcode-text NOT = "S"
              AND ac-taxcode-text NOT = "R"
              AND ac-taxcode-text NOT = "Z"
              AND ac-taxcode-text NOT = "E"
               MOVE "the tax code must be S, R, Z, E or blank"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O customers-file.
           IF customers-file-status NOT = "00"
               MOVE "customer dataset could not be opened"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ac-id-text) TO CUST-ID.
           READ customers-file
               INVALID KEY
                   MOVE "no customer with that id" TO ac-message
               NOT INVALID KEY
                   MOVE customer-record TO jf-before
                   MOVE ac-taxcode-text(1:1) TO CUST-TAX-CODE
                   MOVE FUNCTION CURRENT-DATE TO CUST-CHANGED
                   REWRITE customer-record
                       INVALID KEY
                           MOVE "the tax code could not be saved"
                               TO ac-message
                       NOT INVALID KEY
                           MOVE "customers" TO jf-dataset
                           MOVE "R" TO jf-action
                           MOVE CUST-ID TO jf-key
                           MOVE customer-record TO jf-after
                           CALL "logjournal" USING jf-dataset
                               jf-action jf-key jf-before jf-after
                               END-CALL
                           MOVE "taxcode" TO ac-hist-action
                           CALL "logcustchange" USING CUST-ID
                               ac-hist-action jf-before jf-after
                               SESS-USER OF the-session END-CALL
                   END-REWRITE
           END-READ.
           CLOSE customers-file.

           IF ac-message = SPACES
               MOVE "tax code saved" TO ac-message
           END-IF.

      *****************************************************************
      *** Whether the month-end interest run may charge this        ***
      *** customer for paying late: "Y" exempts, "N" makes liable.  ***
      *****************************************************************
       do-set-interest.

           CALL "getparam" USING the-values "id" ac-id-text END-CALL.
           CALL "getparam" USING the-values "exempt"
               ac-exempt-text END-CALL.

           IF FUNCTION TRIM(ac-id-text) = SPACES
               MOVE "a customer id is required" TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ac-exempt-text))
               TO ac-exempt-text.
           IF ac-exempt-text NOT = "Y" AND ac-exempt-text NOT = "N"
               MOVE "interest exemption must be Y or N" TO ac-message
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O customers-file.
           IF customers-file-status NOT = "00"
               MOVE "customer dataset could not be opened"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ac-id-text) TO CUST-ID.
           READ customers-file
               INVALID KEY
                   MOVE "no customer with that id" TO ac-message
               NOT INVALID KEY
                   MOVE customer-record TO jf-before
                   MOVE ac-exempt-text(1:1) TO CUST-NO-INTEREST
                   MOVE FUNCTION CURRENT-DATE TO CUST-CHANGED
                   REWRITE customer-record
                       INVALID KEY
                           MOVE "the interest setting could not be "
                             & "saved" TO ac-message
                       NOT INVALID KEY
                           MOVE "customers" TO jf-dataset
                           MOVE "R" TO jf-action
                           MOVE CUST-ID TO jf-key
                           MOVE customer-record TO jf-after
                           CALL "logjournal" USING jf-dataset
                               jf-action jf-key jf-before jf-after
                               END-CALL
                           MOVE "interest" TO ac-hist-action
                           CALL "logcustchange" USING CUST-ID
                               ac-hist-action jf-before jf-after
                               SESS-USER OF the-session END-CALL
                   END-REWRITE
           END-READ.
           CLOSE customers-file.

           IF ac-message = SPACES
               MOVE "interest setting saved" TO ac-message
           END-IF.

      *****************************************************************
      *** Payment terms the customer's invoices fall due on: N net  ***
      *** so many days from the invoice date (net 7, 30, 60), E     ***
      *** end of month plus so many days. Blank terms go back to    ***
      *** the configured default. Invoices already cut keep the due ***
      *** date they were stamped with.                              ***
      *****************************************************************
       do-set-terms.

           CALL "getparam" USING the-values "id" ac-id-text END-CALL.
           CALL "getparam" USING the-values "terms"
               ac-terms-text END-CALL.
           CALL "getparam" USING the-values "days"
               ac-days-text END-CALL.

           IF FUNCTION TRIM(ac-id-text) = SPACES
               MOVE "a customer id is required" TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ac-terms-text))
               TO ac-terms-text.
           IF ac-terms-text NOT = SPACES
              AND ac-terms-text NOT = "N" AND ac-terms-text NOT = "E"
               MOVE "terms must be N (net), E (end of month) or blank"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ac-terms-days.
           IF ac-terms-text NOT = SPACES
               IF FUNCTION TRIM(ac-days-text) = SPACES
                  OR FUNCTION TEST-NUMVAL(ac-days-text) NOT = 0
                   MOVE "the terms need a number of days"
                       TO ac-message
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(ac-days-text) < 0
                  OR FUNCTION NUMVAL(ac-days-text) > 999
                  OR FUNCTION NUMVAL(ac-days-text) NOT =
                     FUNCTION INTEGER(FUNCTION NUMVAL(ac-days-text))
                   MOVE "the terms days must be a whole number from "
                     & "0 to 999" TO ac-message
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(ac-days-text) TO ac-terms-days
           END-IF.

           OPEN I-O customers-file.
           IF customers-file-status NOT = "00"
               MOVE "customer dataset could not be opened"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ac-id-text) TO CUST-ID.
           READ customers-file
               INVALID KEY
                   MOVE "no customer with that id" TO ac-message
               NOT INVALID KEY
                   MOVE customer-record TO jf-before
                   MOVE ac-terms-text(1:1) TO CUST-TERMS-TYPE
                   MOVE ac-terms-days TO CUST-TERMS-DAYS
                   MOVE FUNCTION CURRENT-DATE TO CUST-CHANGED
                   REWRITE customer-record
                       INVALID KEY
                           MOVE "the payment terms could not be "
                             & "saved" TO ac-message
                       NOT INVALID KEY
                           MOVE "customers" TO jf-dataset
                           MOVE "R" TO jf-action
                           MOVE CUST-ID TO jf-key
                           MOVE customer-record TO jf-after
                           CALL "logjournal" USING jf-dataset
                               jf-action jf-key jf-before jf-after
                               END-CALL
                           MOVE "terms" TO ac-hist-action
                           CALL "logcustchange" USING CUST-ID
                               ac-hist-action jf-before jf-after
                               SESS-USER OF the-session END-CALL
                   END-REWRITE
           END-READ.
           CLOSE customers-file.

           IF ac-message = SPACES
               MOVE "payment terms saved" TO ac-message
           END-IF.

      *****************************************************************
      *** Parent account and bill-to: a branch names its parent and ***
      *** either pays its own invoices (S) or is billed to the      ***
      *** parent (P) on the parent's consolidated invoice. One      ***
      *** level only - a parent can't itself be a branch, and a     ***
      *** customer with branches of its own can't become one. A     ***
      *** blank parent takes the link off.                          ***
      *****************************************************************
       do-set-billing.

           CALL "getparam" USING the-values "id" ac-id-text END-CALL.
           CALL "getparam" USING the-values "parent"
               ac-parent-text END-CALL.
           CALL "getparam" USING the-values "billto"
               ac-billto-text END-CALL.

           IF FUNCTION TRIM(ac-id-text) = SPACES
               MOVE "a customer id is required" TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ac-parent-text) TO ac-parent-id.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ac-billto-text))
               TO ac-billto-text.
           IF ac-billto-text = SPACES
               MOVE "S" TO ac-billto-text
           END-IF.
           IF ac-billto-text NOT = "S" AND ac-billto-text NOT = "P"
               MOVE "bill to must be S (self) or P (parent)"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.
           IF ac-parent-id = SPACES AND ac-billto-text = "P"
               MOVE "billing the parent needs a parent account"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.
           IF ac-parent-id = FUNCTION TRIM(ac-id-text)
               MOVE "a customer can't be its own parent" TO ac-message
               EXIT PARAGRAPH
           END-IF.
           MOVE ac-cust-company TO ac-co-asked.
           PERFORM normalize-company.
           MOVE ac-co-norm TO ac-cust-company.

           OPEN I-O customers-file.
           IF customers-file-status NOT = "00"
               MOVE "customer dataset could not be opened"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           IF ac-parent-id NOT = SPACES
               PERFORM check-parent-account
               IF ac-message = SPACES
                   PERFORM find-own-branch
               END-IF
               IF ac-message NOT = SPACES
                   CLOSE customers-file
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE FUNCTION TRIM(ac-id-text) TO CUST-ID.
           READ customers-file
               INVALID KEY
                   MOVE "no customer with that id" TO ac-message
               NOT INVALID KEY
                   IF CUST-MERGED-INTO NOT = SPACES
                       MOVE "that customer was merged into another"
                           TO ac-message
                   END-IF
           END-READ.
           IF ac-message = SPACES
               MOVE customer-record TO jf-before
               MOVE ac-parent-id TO CUST-PARENT-ID
               MOVE ac-billto-text(1:1) TO CUST-BILL-TO
               MOVE FUNCTION CURRENT-DATE TO CUST-CHANGED
               REWRITE customer-record
                   INVALID KEY
                       MOVE "the billing setting could not be saved"
                           TO ac-message
                   NOT INVALID KEY
                       MOVE "customers" TO jf-dataset
                       MOVE "R" TO jf-action
                       MOVE CUST-ID TO jf-key
                       MOVE customer-record TO jf-after
                       CALL "logjournal" USING jf-dataset
                           jf-action jf-key jf-before jf-after
                           END-CALL
                       MOVE "billing" TO ac-hist-action
                       CALL "logcustchange" USING CUST-ID
                           ac-hist-action jf-before jf-after
                           SESS-USER OF the-session END-CALL
               END-REWRITE
           END-IF.
           CLOSE customers-file.

           IF ac-message = SPACES
               MOVE "billing setting saved" TO ac-message
           END-IF.

       check-parent-account.

           MOVE ac-parent-id TO CUST-ID.
           READ customers-file
               INVALID KEY
                   MOVE "no parent account with that id" TO ac-message
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CUST-MERGED-INTO NOT = SPACES
                           MOVE "the parent account was merged into "
                             & "another" TO ac-message
                       WHEN CUST-PARENT-ID NOT = SPACES
                           MOVE "the parent account is itself a branch"
                               TO ac-message
                   END-EVALUATE
           END-READ.
           IF ac-message = SPACES
               MOVE CUST-COMPANY TO ac-co-asked
               PERFORM normalize-company
               IF ac-co-norm NOT = ac-cust-company
                   MOVE "the parent account belongs to another "
                     & "trading company" TO ac-message
               END-IF
           END-IF.

      *** A customer that other customers name as their parent      ***
      *** can't become a branch itself.                             ***
       find-own-branch.

           MOVE SPACES TO ac-branch-of.
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
               OR ac-branch-of NOT = SPACES
               IF CUST-PARENT-ID = FUNCTION TRIM(ac-id-text)
                   MOVE CUST-ID TO ac-branch-of
               END-IF
               READ customers-file NEXT RECORD
                   AT END MOVE "10" TO customers-file-status
               END-READ
           END-PERFORM.
           MOVE "00" TO customers-file-status.
           IF ac-branch-of NOT = SPACES
               MOVE SPACES TO ac-message
               STRING "that customer is the parent of "
                                                 DELIMITED BY SIZE
                      FUNCTION TRIM(ac-branch-of) DELIMITED BY SIZE
                      " - it can't become a branch" DELIMITED BY SIZE
                   INTO ac-message
               END-STRING
           END-IF.

      *****************************************************************
      *** Account owner: the staff login answerable for the         ***
      *** customer. It must be an enabled staff account - not a     ***
      *** portal login. A blank owner leaves the account unowned.   ***
      *****************************************************************
       do-set-owner.

           CALL "getparam" USING the-values "id" ac-id-text END-CALL.
           CALL "getparam" USING the-values "owner"
               ac-owner-text END-CALL.

           IF FUNCTION TRIM(ac-id-text) = SPACES
               MOVE "a customer id is required" TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ac-owner-text) TO ac-owner-id.
           IF ac-owner-id NOT = SPACES
               PERFORM check-owner-user
               IF ac-message NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           OPEN I-O customers-file.
           IF customers-file-status NOT = "00"
               MOVE "customer dataset could not be opened"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ac-id-text) TO CUST-ID.
           READ customers-file
               INVALID KEY
                   MOVE "no customer with that id" TO ac-message
               NOT INVALID KEY
                   PERFORM rewrite-owner
           END-READ.
           CLOSE customers-file.

           IF ac-message = SPACES
               MOVE "account owner saved" TO ac-message
           END-IF.

      *****************************************************************
      *** Somebody leaving: every customer the one login owns goes  ***
      *** to the other in one pass, each change journalled and on   ***
      *** the customer's change history like a single one.          ***
      *****************************************************************
       do-reassign-owner.

           CALL "getparam" USING the-values "from" ac-from-text
               END-CALL.
           CALL "getparam" USING the-values "owner"
               ac-owner-text END-CALL.

           MOVE FUNCTION TRIM(ac-from-text) TO ac-from-owner.
           MOVE FUNCTION TRIM(ac-owner-text) TO ac-owner-id.
           IF ac-from-owner = SPACES OR ac-owner-id = SPACES
               MOVE "both the old and the new owner are required"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.
           IF ac-from-owner = ac-owner-id
               MOVE "the old and the new owner are the same"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.
           PERFORM check-owner-user.
           IF ac-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O customers-file.
           IF customers-file-status NOT = "00"
               MOVE "customer dataset could not be opened"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ac-moved-count.
           READ customers-file NEXT RECORD
               AT END MOVE "10" TO customers-file-status
           END-READ.
           PERFORM UNTIL customers-file-status NOT = "00"
               OR ac-message NOT = SPACES
               MOVE "N" TO ac-co-granted
               IF CUST-OWNER = ac-from-owner
                   MOVE CUST-COMPANY TO ac-co-asked
                   PERFORM check-company-granted
               END-IF
               IF CUST-OWNER = ac-from-owner AND ac-co-granted = "Y"
                   PERFORM rewrite-owner
                   IF ac-message = SPACES
                       ADD 1 TO ac-moved-count
                   END-IF
               END-IF
               READ customers-file NEXT RECORD
                   AT END MOVE "10" TO customers-file-status
               END-READ
           END-PERFORM.
           CLOSE customers-file.

           IF ac-message = SPACES
               MOVE ac-moved-count TO ac-moved-disp
               STRING FUNCTION TRIM(ac-moved-disp) DELIMITED BY SIZE
                      " customer(s) moved to "     DELIMITED BY SIZE
                      FUNCTION TRIM(ac-owner-id)   DELIMITED BY SIZE
                   INTO ac-message
               END-STRING
           END-IF.

       rewrite-owner.

           MOVE customer-record TO jf-before.
           MOVE ac-owner-id TO CUST-OWNER.
           MOVE FUNCTION CURRENT-DATE TO CUST-CHANGED.
           REWRITE customer-record
               INVALID KEY
                   MOVE "the account owner could not be saved"
                       TO ac-message
               NOT INVALID KEY
                   MOVE "customers" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE CUST-ID TO jf-key
                   MOVE customer-record TO jf-after
                   CALL "logjournal" USING jf-dataset
                       jf-action jf-key jf-before jf-after
                       END-CALL
                   MOVE "owner" TO ac-hist-action
                   CALL "logcustchange" USING CUST-ID
                       ac-hist-action jf-before jf-after
                       SESS-USER OF the-session END-CALL
           END-REWRITE.

       check-owner-user.

           OPEN INPUT users-file.
           IF users-file-status NOT = "00"
               MOVE "the users dataset could not be opened"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.
           MOVE ac-owner-id TO USR-NAME.
           READ users-file
               INVALID KEY
                   MOVE "no user with that login" TO ac-message
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN USR-CUST-ID NOT = SPACES
                           MOVE "a portal login can't own accounts"
                               TO ac-message
                       WHEN USR-ENABLED = "N"
                           MOVE "that login is disabled" TO ac-message
                   END-EVALUATE
           END-READ.
           CLOSE users-file.

      *****************************************************************
      *** The currency the customer is invoiced and pays in: an ISO ***
      *** code with a rate on file (blank = our base currency). A   ***
      *** customer still owing on invoices cut in another currency  ***
      *** keeps the one they have until those are settled - their   ***
      *** payments are only taken in the billing currency.          ***
      *****************************************************************
       do-set-currency.

           CALL "getparam" USING the-values "id" ac-id-text END-CALL.
           CALL "getparam" USING the-values "currency"
               ac-currency-text END-CALL.

           IF FUNCTION TRIM(ac-id-text) = SPACES
               MOVE "a customer id is required" TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ac-currency-text))
               TO ac-currency-text.
           IF ac-currency-text(4:) NOT = SPACES
               MOVE "the currency must be a three-letter code or blank"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.
           MOVE ac-currency-text(1:3) TO ac-currency.

           IF ac-currency NOT = SPACES
               IF ac-currency IS NOT ALPHABETIC-UPPER
                   MOVE "the currency must be a three-letter code or "
                     & "blank" TO ac-message
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO ac-fx-today
               CALL "getfxrate" USING ac-currency ac-fx-today
                   ac-fx-rate ac-fx-found END-CALL
               IF ac-fx-found NOT = "Y"
                   MOVE "no exchange rate on file for that currency"
                       TO ac-message
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM find-owed-in-other-currency.
           IF ac-owed-found = "Y"
               MOVE SPACES TO ac-message
               STRING "the customer still owes on invoices in "
                                                DELIMITED BY SIZE
                      ac-owed-in                DELIMITED BY SIZE
                      " - settle those first"   DELIMITED BY SIZE
                   INTO ac-message
               END-STRING
               IF ac-owed-in = SPACES
                   MOVE "the customer still owes on base-currency "
                     & "invoices - settle those first" TO ac-message
               END-IF
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O customers-file.
           IF customers-file-status NOT = "00"
               MOVE "customer dataset could not be opened"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ac-id-text) TO CUST-ID.
           READ customers-file
               INVALID KEY
                   MOVE "no customer with that id" TO ac-message
               NOT INVALID KEY
                   MOVE customer-record TO jf-before
                   MOVE ac-currency TO CUST-CURRENCY
                   MOVE FUNCTION CURRENT-DATE TO CUST-CHANGED
                   REWRITE customer-record
                       INVALID KEY
                           MOVE "the billing currency could not be "
                             & "saved" TO ac-message
                       NOT INVALID KEY
                           MOVE "customers" TO jf-dataset
                           MOVE "R" TO jf-action
                           MOVE CUST-ID TO jf-key
                           MOVE customer-record TO jf-after
                           CALL "logjournal" USING jf-dataset
                               jf-action jf-key jf-before jf-after
                               END-CALL
                           MOVE "currency" TO ac-hist-action
                           CALL "logcustchange" USING CUST-ID
                               ac-hist-action jf-before jf-after
                               SESS-USER OF the-session END-CALL
                   END-REWRITE
           END-READ.
           CLOSE customers-file.

           IF ac-message = SPACES
               MOVE "billing currency saved" TO ac-message
           END-IF.

      *** Any billed order of the customer's still owing something  ***
      *** in a currency other than the one asked for.               ***
       find-owed-in-other-currency.

           MOVE "N" TO ac-owed-found.
           OPEN INPUT orders-file.
           IF orders-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ac-id-text) TO ORD-CUST-ID.
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
               OR ORD-CUST-ID NOT = FUNCTION TRIM(ac-id-text)
               OR ac-owed-found = "Y"
               IF ORD-STATUS = "B"
                  AND ORD-CURRENCY NOT = ac-currency
                  AND ORD-AMOUNT + ORD-TAX > ORD-PAID + ORD-CREDITED
                   MOVE "Y" TO ac-owed-found
                   MOVE ORD-CURRENCY TO ac-owed-in
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.
           CLOSE orders-file.

      *****************************************************************
      *** Move a customer to another trading company. The user must ***
      *** hold both companies. A customer still owing on invoices   ***
      *** its present company cut keeps that company until they are ***
      *** settled - the money is owed to that company - and a       ***
      *** parent or branch account moves only once it is unlinked   ***
      *** from its group, since the group is billed together. Open  ***
      *** orders not yet invoiced follow the customer.              ***
      *****************************************************************
       do-set-company.

           CALL "getparam" USING the-values "company"
               ac-company-text END-CALL.

           IF FUNCTION TRIM(ac-id-text) = SPACES
               MOVE "a customer id is required" TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ac-company-text))
               TO ac-company-text.
           IF ac-company-text(5:) NOT = SPACES
               MOVE "no trading company with that code" TO ac-message
               EXIT PARAGRAPH
           END-IF.
           MOVE ac-company-text(1:4) TO ac-new-company ac-co-asked.
           PERFORM normalize-company.
           IF ac-co-found NOT = "Y"
               MOVE "no trading company with that code" TO ac-message
               EXIT PARAGRAPH
           END-IF.
           PERFORM check-company-granted.
           IF ac-co-granted NOT = "Y"
               MOVE "that trading company is not one your role is "
                 & "granted" TO ac-message
               EXIT PARAGRAPH
           END-IF.
           MOVE ac-co-norm TO ac-new-company.
           MOVE ac-cust-company TO ac-co-asked.
           PERFORM normalize-company.
           IF ac-co-norm = ac-new-company
               MOVE "the customer is already with that company"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           PERFORM find-billed-owing.
           IF ac-owed-found = "Y"
               MOVE "the customer still owes on invoices of its "
                 & "present company - settle those first"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O customers-file.
           IF customers-file-status NOT = "00"
               MOVE "customer dataset could not be opened"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           PERFORM find-own-branch.
           IF ac-branch-of NOT = SPACES
               MOVE "a parent account moves with its branches - "
                 & "unlink them first" TO ac-message
               CLOSE customers-file
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ac-id-text) TO CUST-ID.
           READ customers-file
               INVALID KEY
                   MOVE "no customer with that id" TO ac-message
               NOT INVALID KEY
                   IF CUST-PARENT-ID NOT = SPACES
                       MOVE "a branch account moves with its parent "
                         & "- unlink it first" TO ac-message
                   END-IF
           END-READ.
           IF ac-message = SPACES
               MOVE customer-record TO jf-before
               MOVE ac-new-company TO CUST-COMPANY
               MOVE FUNCTION CURRENT-DATE TO CUST-CHANGED
               REWRITE customer-record
                   INVALID KEY
                       MOVE "the trading company could not be saved"
                           TO ac-message
                   NOT INVALID KEY
                       MOVE "customers" TO jf-dataset
                       MOVE "R" TO jf-action
                       MOVE CUST-ID TO jf-key
                       MOVE customer-record TO jf-after
                       CALL "logjournal" USING jf-dataset
                           jf-action jf-key jf-before jf-after
                           END-CALL
                       MOVE "company" TO ac-hist-action
                       CALL "logcustchange" USING CUST-ID
                           ac-hist-action jf-before jf-after
                           SESS-USER OF the-session END-CALL
               END-REWRITE
           END-IF.
           CLOSE customers-file.

           IF ac-message = SPACES
               PERFORM restamp-open-orders
               MOVE ac-restamped TO ac-moved-disp
               STRING "trading company saved; "   DELIMITED BY SIZE
                      FUNCTION TRIM(ac-moved-disp) DELIMITED BY SIZE
                      " open order(s) moved with the customer"
                                                  DELIMITED BY SIZE
                   INTO ac-message
               END-STRING
           END-IF.

      *** Any billed order of the customer's still owing something. ***
       find-billed-owing.

           MOVE "N" TO ac-owed-found.
           OPEN INPUT orders-file.
           IF orders-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ac-id-text) TO ORD-CUST-ID.
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
               OR ORD-CUST-ID NOT = FUNCTION TRIM(ac-id-text)
               OR ac-owed-found = "Y"
               IF ORD-STATUS = "B"
                  AND ORD-AMOUNT + ORD-TAX > ORD-PAID + ORD-CREDITED
                   MOVE "Y" TO ac-owed-found
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.
           CLOSE orders-file.

      *** The customer's open orders carry the new company, each    ***
      *** change journalled.                                        ***
       restamp-open-orders.

           MOVE 0 TO ac-restamped.
           OPEN I-O orders-file.
           IF orders-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ac-id-text) TO ORD-CUST-ID.
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
               OR ORD-CUST-ID NOT = FUNCTION TRIM(ac-id-text)
               IF ORD-STATUS = "O"
                   MOVE order-record TO jf-before
                   MOVE ac-new-company TO ORD-COMPANY
                   REWRITE order-record
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO ac-restamped
                           MOVE "orders" TO jf-dataset
                           MOVE "R" TO jf-action
                           MOVE ORD-KEY TO jf-key
                           MOVE order-record TO jf-after
                           CALL "logjournal" USING jf-dataset
                               jf-action jf-key jf-before jf-after
                               END-CALL
                   END-REWRITE
               END-IF
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
           END-PERFORM.
           CLOSE orders-file.

      *****************************************************************
      *** Releasing a credit hold is a deliberate, accountable act: ***
      *** a reason is required, the change history and journal get  ***
      *** the before/after, and the reason lands on the customer's  ***
      *** contact history for whoever looks at the account next. A  ***
      *** released customer is marked "R" so the nightly review     ***
      *** leaves them be until their old debt has cleared.          ***
      *****************************************************************
       do-release-hold.

           CALL "getparam" USING the-values "id" ac-id-text END-CALL.
           CALL "getparam" USING the-values "reason"
               ac-reason-text END-CALL.

           IF FUNCTION TRIM(ac-id-text) = SPACES
              OR FUNCTION TRIM(ac-reason-text) = SPACES
               MOVE "a customer id and a reason are required to "
                 & "release a hold" TO ac-message
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O customers-file.
           IF customers-file-status NOT = "00"
               MOVE "customer dataset could not be opened"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ac-id-text) TO CUST-ID.
           READ customers-file
               INVALID KEY
                   MOVE "no customer with that id" TO ac-message
               NOT INVALID KEY
                   IF CUST-CREDIT-HOLD NOT = "Y"
                       MOVE "that customer is not on credit hold"
                           TO ac-message
                   ELSE
                       MOVE customer-record TO jf-before
                       MOVE "R" TO CUST-CREDIT-HOLD
                       MOVE FUNCTION CURRENT-DATE TO CUST-HOLD-WHEN
                       MOVE SESS-USER OF the-session TO CUST-HOLD-BY
                       MOVE FUNCTION CURRENT-DATE TO CUST-CHANGED
                       REWRITE customer-record
                           INVALID KEY
                               MOVE "the hold could not be released"
                                   TO ac-message
                           NOT INVALID KEY
                               PERFORM log-hold-release
                       END-REWRITE
                   END-IF
           END-READ.
           CLOSE customers-file.

           IF ac-message = SPACES
               MOVE "credit hold released" TO ac-message
           END-IF.

       log-hold-release.

           MOVE "customers" TO jf-dataset.
           MOVE "R" TO jf-action.
           MOVE CUST-ID TO jf-key.
           MOVE customer-record TO jf-after.
           CALL "logjournal" USING jf-dataset jf-action jf-key
               jf-before jf-after END-CALL.
           MOVE "release" TO ac-hist-action.
           CALL "logcustchange" USING CUST-ID ac-hist-action
               jf-before jf-after SESS-USER OF the-session END-CALL.

           MOVE SPACES TO ac-note-text.
           STRING "credit hold released by "      DELIMITED BY SIZE
                  FUNCTION TRIM(SESS-USER OF the-session)
                                                  DELIMITED BY SIZE
                  ": "                            DELIMITED BY SIZE
                  FUNCTION TRIM(ac-reason-text)   DELIMITED BY SIZE
               INTO ac-note-text
           END-STRING.
           MOVE SPACES TO ac-note-followup.
           CALL "writecustnote" USING CUST-ID ac-note-text
               SESS-USER OF the-session ac-note-followup
               ac-note-written END-CALL.

      *****************************************************************
      *** Tags: folded to lower case, letters/digits/dash only, at  ***
      *** most 20 characters - a grouping label, not prose.         ***
      *****************************************************************
       do-add-tag.

           PERFORM pull-and-check-tag.
           IF ac-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

      *** Only a real customer gets tagged.                         ***
           OPEN INPUT customers-file.
           IF customers-file-status = "00"
               MOVE FUNCTION TRIM(ac-id-text) TO CUST-ID
               READ customers-file
                   INVALID KEY
                       MOVE "no customer with that id" TO ac-message
               END-READ
               CLOSE customers-file
           END-IF.
           IF ac-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O custtags-file.
           IF custtags-file-status = "35"
               OPEN OUTPUT custtags-file
               CLOSE custtags-file
               OPEN I-O custtags-file
           END-IF.
           IF custtags-file-status NOT = "00"
               MOVE "the tag dataset could not be opened"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO custtag-record.
           MOVE FUNCTION TRIM(ac-id-text) TO TAG-CUST-ID.
           MOVE ac-tag-folded TO TAG-NAME.
           MOVE FUNCTION CURRENT-DATE TO TAG-WHEN.
           MOVE SESS-USER OF the-session TO TAG-USER.
           WRITE custtag-record
               INVALID KEY
                   MOVE "the customer already carries that tag"
                       TO ac-message
               NOT INVALID KEY
                   MOVE "tag added" TO ac-message
           END-WRITE.
           CLOSE custtags-file.

       do-remove-tag.

           PERFORM pull-and-check-tag.
           IF ac-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O custtags-file.
           IF custtags-file-status NOT = "00"
               MOVE "the tag dataset could not be opened"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(ac-id-text) TO TAG-CUST-ID.
           MOVE ac-tag-folded TO TAG-NAME.
           READ custtags-file
               INVALID KEY
                   MOVE "the customer doesn't carry that tag"
                       TO ac-message
               NOT INVALID KEY
                   DELETE custtags-file RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE "tag removed" TO ac-message
           END-READ.
           CLOSE custtags-file.

       pull-and-check-tag.

           CALL "getparam" USING the-values "id" ac-id-text END-CALL.
           CALL "getparam" USING the-values "tag" ac-tag-text
               END-CALL.

           IF FUNCTION TRIM(ac-id-text) = SPACES
              OR FUNCTION TRIM(ac-tag-text) = SPACES
               MOVE "a customer id and a tag are required"
                   TO ac-message
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION LENGTH(FUNCTION TRIM(ac-tag-text)) > 20
               MOVE "a tag is at most 20 characters" TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(ac-tag-text))
               TO ac-tag-folded.

      *****************************************************************
      *** The posted fields the add and change forms share - name   ***
      *** and email are validated as required above; the address    ***
      *** lines and phone may come in blank.                        ***
      *****************************************************************
       pull-posted-fields.

           CALL "getparam" USING the-values "name"
               ac-name-text END-CALL.
           CALL "getparam" USING the-values "email"
               ac-email-text END-CALL.
           CALL "getparam" USING the-values "addr1"
               ac-addr1-text END-CALL.
           CALL "getparam" USING the-values "addr2"
               ac-addr2-text END-CALL.
           CALL "getparam" USING the-values "city"
               ac-city-text END-CALL.
           CALL "getparam" USING the-values "postcode"
               ac-postcode-text END-CALL.
           CALL "getparam" USING the-values "phone"
               ac-phone-text END-CALL.

      *****************************************************************
      *** The posted postcode against the reference: an unknown one ***
      *** refuses the write, a known one brings its canonical city  ***
      *** in over whatever was typed.                               ***
      *****************************************************************
       check-posted-address.

           IF FUNCTION LENGTH(FUNCTION TRIM(ac-postcode-text)) > 10
               MOVE "postcode is too long" TO ac-message
               EXIT PARAGRAPH
           END-IF.

           MOVE ac-postcode-text TO ac-addr-postcode.
           MOVE ac-city-text     TO ac-addr-city.
           CALL "checkaddress" USING ac-addr-postcode ac-addr-city
               ac-addr-result END-CALL.

           IF ac-addr-result = "N"
               MOVE SPACES TO ac-message
               STRING "postcode "                 DELIMITED BY SIZE
                      FUNCTION TRIM(ac-addr-postcode) DELIMITED BY SIZE
                      " is not a known postcode"  DELIMITED BY SIZE
                   INTO ac-message
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           MOVE ac-addr-postcode TO ac-postcode-text.
           MOVE ac-addr-city     TO ac-city-text.

       move-posted-fields-to-record.

           MOVE FUNCTION TRIM(ac-name-text)     TO CUST-NAME.
           MOVE FUNCTION TRIM(ac-email-text)    TO CUST-EMAIL.
           MOVE FUNCTION TRIM(ac-addr1-text)    TO CUST-ADDR1.
           MOVE FUNCTION TRIM(ac-addr2-text)    TO CUST-ADDR2.
           MOVE FUNCTION TRIM(ac-city-text)     TO CUST-CITY.

      *****************************************************************
      *** Walk the dataset in key order and fill up to 10 display   ***
      *** slots, same fixed-slot convention as adminroutes.         ***
      *****************************************************************
       show-customer-list.

               END-READ
               PERFORM UNTIL customers-file-status NOT = "00"
                   OR ac-shown-count >= 10
                   MOVE CUST-COMPANY TO ac-co-asked
                   PERFORM check-company-granted
                   IF ac-co-granted = "Y"
                       PERFORM add-customer-to-vars
                       ADD 1 TO ac-shown-count
                   END-IF
                   READ customers-file NEXT RECORD
                       AT END MOVE "10" TO customers-file-status
                   END-READ

       add-customer-to-vars.

           CALL "custcrypt" USING "O" customer-record ac-crypt-result
           END-CALL.
           IF ac-crypt-result NOT = "Y"
               MOVE SPACES TO CUST-NAME CUST-EMAIL
           END-IF.

           MOVE ac-shown-count TO ac-shown-disp.

           COMPUTE ac-var-ctr = (ac-shown-count * 9) + 1.
           MOVE FUNCTION TRIM(CUST-ID) TO COW-varvalue(ac-var-ctr).
           STRING "cust" DELIMITED BY SIZE
                  FUNCTION TRIM(ac-shown-disp) DELIMITED BY SIZE
                  FUNCTION TRIM(ac-shown-disp) DELIMITED BY SIZE
                  "status" DELIMITED BY SIZE
               INTO COW-varname(ac-var-ctr).

           ADD 1 TO ac-var-ctr.
           IF CUST-CREDIT-LIMIT IS NUMERIC
              AND CUST-CREDIT-LIMIT > 0
               MOVE CUST-CREDIT-LIMIT TO ac-limit-disp
               MOVE FUNCTION TRIM(ac-limit-disp)
                   TO COW-varvalue(ac-var-ctr)
           ELSE
               MOVE "none" TO COW-varvalue(ac-var-ctr)
           END-IF.
           STRING "cust" DELIMITED BY SIZE
                  FUNCTION TRIM(ac-shown-disp) DELIMITED BY SIZE
                  "limit" DELIMITED BY SIZE
               INTO COW-varname(ac-var-ctr).

           ADD 1 TO ac-var-ctr.
           MOVE CUST-CREDIT-HOLD TO COW-varvalue(ac-var-ctr).
           STRING "cust" DELIMITED BY SIZE
                  FUNCTION TRIM(ac-shown-disp) DELIMITED BY SIZE
                  "hold" DELIMITED BY SIZE
               INTO COW-varname(ac-var-ctr).

           ADD 1 TO ac-var-ctr.
           IF CUST-TAX-CODE = SPACES
               MOVE "S" TO COW-varvalue(ac-var-ctr)
           ELSE
               MOVE CUST-TAX-CODE TO COW-varvalue(ac-var-ctr)
           END-IF.
           STRING "cust" DELIMITED BY SIZE
                  FUNCTION TRIM(ac-shown-disp) DELIMITED BY SIZE
                  "tax" DELIMITED BY SIZE
               INTO COW-varname(ac-var-ctr).

           ADD 1 TO ac-var-ctr.
           IF CUST-NO-INTEREST = "Y"
               MOVE "exempt" TO COW-varvalue(ac-var-ctr)
           ELSE
               MOVE "charged" TO COW-varvalue(ac-var-ctr)
           END-IF.
           STRING "cust" DELIMITED BY SIZE
                  FUNCTION TRIM(ac-shown-disp) DELIMITED BY SIZE
                  "interest" DELIMITED BY SIZE
               INTO COW-varname(ac-var-ctr).
