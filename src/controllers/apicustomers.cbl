      *** UPDATE:  POST honors X-Idempotency-Key - a retried create ***
      ***          replays the stored answer instead of making a    ***
      ***          twin                                             ***
      *** UPDATE:  postcode checked against the reference, city     ***
      ***          made canonical                                   ***
      *** UPDATE:  name and contact fields opened on read and       ***
      ***          sealed on write                                  ***
      *****************************************************************
      *** The machine-caller face of the customer master, JSON in   ***
      *** and JSON out, behind an API key:                          ***
       77 api-city-text      PIC X(90) VALUE SPACES.
       77 api-postcode-text  PIC X(90) VALUE SPACES.
       77 api-phone-text     PIC X(90) VALUE SPACES.
       77 api-addr-postcode  PIC X(10).
       77 api-addr-city      PIC X(30).
       77 api-addr-result    PIC X(01).

       77 api-new-key      PIC 9(10) VALUE 0.
       77 api-new-key-disp PIC Z(9)9.
       78 api-add-try-max  VALUE 100.

       77 api-old-name    PIC X(60) VALUE SPACES.
       77 api-new-name    PIC X(60) VALUE SPACES.
       77 api-crypt-result PIC X(01) VALUE SPACE.
       77 api-hist-action PIC X(10) VALUE SPACES.
       77 api-event-name   PIC X(20) VALUE SPACES.
       77 api-event-detail PIC X(28) VALUE SPACES.
           IF api-val-ok = "N"
               PERFORM answer-bad-request
           ELSE
               OPEN I-O customers-file
               IF customers-file-status = "35"
                   OPEN OUTPUT customers-file
                   MOVE "A" TO CUST-STATUS
                   MOVE FUNCTION CURRENT-DATE TO CUST-CREATED
                   MOVE CUST-CREATED          TO CUST-CHANGED
                   MOVE CUST-NAME TO api-new-name
                   CALL "custcrypt" USING "S" customer-record
                       api-crypt-result END-CALL
                   WRITE customer-record
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "y" TO api-add-done
                           CALL "updatephonidx" USING api-none-name
                               api-new-name CUST-ID END-CALL
                           MOVE "customers" TO jf-dataset
                           MOVE "W" TO jf-action
                           MOVE CUST-ID TO jf-key
           IF api-val-ok = "N"
               PERFORM answer-bad-request
           ELSE
               OPEN I-O customers-file
               IF customers-file-status = "00"
                   MOVE FUNCTION TRIM(api-id-text) TO CUST-ID
                       INVALID KEY
                           PERFORM answer-not-found
                       NOT INVALID KEY
                           CALL "custcrypt" USING "O"
                               customer-record api-crypt-result
                               END-CALL
                           IF api-crypt-result NOT = "Y"
                               PERFORM answer-store-unavailable
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

           MOVE CUST-NAME TO api-old-name.
           MOVE customer-record TO jf-before.
           PERFORM move-body-fields-to-record.
           MOVE FUNCTION CURRENT-DATE TO CUST-CHANGED.
           MOVE CUST-NAME TO api-new-name.
           CALL "custcrypt" USING "S" customer-record api-crypt-result
           END-CALL.
           REWRITE customer-record
               INVALID KEY
                   PERFORM answer-store-unavailable
               NOT INVALID KEY
                   CALL "updatephonidx" USING api-old-name api-new-name
                       CUST-ID END-CALL
                   MOVE "customers" TO jf-dataset
                   MOVE "R" TO jf-action
                   MOVE CUST-ID TO jf-key
                   MOVE customer-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action jf-key
                       jf-before jf-after END-CALL
                   MOVE "change" TO api-hist-action
                   CALL "logcustchange" USING CUST-ID api-hist-action
                       jf-before jf-after api-hist-user END-CALL
                   MOVE "customer.changed" TO api-event-name
                   MOVE CUST-ID TO api-event-detail
                   CALL "sendwebhook" USING api-event-name
                       api-event-detail END-CALL
                   MOVE "id" TO COW-varname(1)
                   MOVE FUNCTION TRIM(CUST-ID) TO COW-varvalue(1)
                   MOVE "status" TO COW-varname(2)
                   MOVE "updated" TO COW-varvalue(2)
           END-REWRITE.

      *****************************************************************
      *** The DELETE verb applies the same soft-delete lifecycle    ***
      *** the admin screen uses: status "I" plus the who/when       ***
                   INVALID KEY
                       PERFORM answer-not-found
                   NOT INVALID KEY
                       MOVE SPACES TO api-old-name
                       CALL "custcrypt" USING "O" customer-record
                           api-crypt-result END-CALL
                       IF api-crypt-result = "Y"
                           MOVE CUST-NAME TO api-old-name
                       END-IF
                       MOVE customer-record TO jf-before
                       MOVE "I" TO CUST-STATUS
                       MOVE FUNCTION CURRENT-DATE TO CUST-INACT-WHEN
                       MOVE "api" TO CUST-INACT-BY
                       MOVE FUNCTION CURRENT-DATE TO CUST-CHANGED
                       CALL "custcrypt" USING "S" customer-record
                           api-crypt-result END-CALL
                       REWRITE customer-record
                           INVALID KEY
                               PERFORM answer-store-unavailable
                           NOT INVALID KEY
                               CALL "updatephonidx" USING api-old-name
                                   api-none-name CUST-ID END-CALL
                               MOVE "customers" TO jf-dataset
                               MOVE "R" TO jf-action
           CALL "validatefields" USING the-values api-val-rules
               api-val-ok api-val-message END-CALL.

           IF api-val-ok = "Y"
               PERFORM pull-body-fields
               PERFORM check-body-address
           END-IF.

      *** The postcode reference decides the address: unknown is a  ***
      *** 400 like any other bad field, known brings the canonical  ***
      *** city in over what was sent.                               ***
       check-body-address.

           IF FUNCTION LENGTH(FUNCTION TRIM(api-postcode-text)) > 10
               MOVE "N" TO api-val-ok
               MOVE "postcode is too long" TO api-val-message
               EXIT PARAGRAPH
           END-IF.

           MOVE api-postcode-text TO api-addr-postcode.
           MOVE api-city-text     TO api-addr-city.
           CALL "checkaddress" USING api-addr-postcode api-addr-city
               api-addr-result END-CALL.

           IF api-addr-result = "N"
               MOVE "N" TO api-val-ok
               MOVE "postcode is not a known postcode"
                   TO api-val-message
           ELSE
               MOVE api-addr-postcode TO api-postcode-text
               MOVE api-addr-city     TO api-city-text
           END-IF.

       pull-body-fields.

           CALL "getparam" USING the-values "name"
