      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  standalone terminal console for when the web    ***
      ***          tier is down                                    ***
      *** UPDATE:  city and postcode edits checked against the      ***
      ***          postcode reference                               ***
      *** UPDATE:  customer records opened on read and sealed on    ***
      ***          save                                             ***
      *****************************************************************
      *** Menu-driven terminal program for the March-outage        ***
      *** problem: when every maintenance screen is down with the  ***
       77 con-yn-answer   PIC X(1)  VALUE SPACES.
       77 con-log-text    PIC X(120) VALUE SPACES.
       77 con-old-name    PIC X(60) VALUE SPACES.
       77 con-new-name    PIC X(60) VALUE SPACES.
       77 con-crypt-result PIC X(01) VALUE SPACE.
       77 con-none-name   PIC X(60) VALUE SPACES.
       77 con-hist-action PIC X(10) VALUE SPACES.
       77 con-addr-postcode PIC X(10).
       77 con-addr-city     PIC X(30).
       77 con-addr-result   PIC X(01).

       01 journal-fields.
          05 jf-dataset PIC X(20).
               INVALID KEY
                   DISPLAY "no customer with that id."
               NOT INVALID KEY
                   CALL "custcrypt" USING "O" customer-record
                       con-crypt-result END-CALL
                   IF con-crypt-result NOT = "Y"
                       DISPLAY "customer record could not be opened"
                           " - its key is not held here."
                       CLOSE customers-file
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "  name:     " FUNCTION TRIM(CUST-NAME)
                   DISPLAY "  email:    " FUNCTION TRIM(CUST-EMAIL)
                   DISPLAY "  address:  " FUNCTION TRIM(CUST-ADDR1)
               INVALID KEY
                   DISPLAY "no customer with that id."
               NOT INVALID KEY
                   CALL "custcrypt" USING "O" customer-record
                       con-crypt-result END-CALL
                   IF con-crypt-result NOT = "Y"
                       DISPLAY "customer record could not be opened"
                           " - its key is not held here."
                   ELSE
                       MOVE customer-record TO jf-before
                       MOVE CUST-NAME TO con-old-name
                       PERFORM apply-field-change
                   END-IF
           END-READ.
           CLOSE customers-file.

                   EXIT PARAGRAPH
           END-EVALUATE.

      *** Same postcode reference check the admin screen makes: an  ***
      *** unknown postcode is not saved, a known one sets the city. ***
           IF FUNCTION TRIM(con-field-answer) = "city"
              OR FUNCTION TRIM(con-field-answer) = "postcode"
               MOVE CUST-POSTCODE TO con-addr-postcode
               MOVE CUST-CITY     TO con-addr-city
               CALL "checkaddress" USING con-addr-postcode
                   con-addr-city con-addr-result END-CALL
               IF con-addr-result = "N"
                   DISPLAY "postcode " FUNCTION TRIM(con-addr-postcode)
                       " is not a known postcode - not saved."
                   EXIT PARAGRAPH
               END-IF
               MOVE con-addr-postcode TO CUST-POSTCODE
               IF con-addr-city NOT = CUST-CITY
                   MOVE con-addr-city TO CUST-CITY
                   DISPLAY "city set to "
                       FUNCTION TRIM(CUST-CITY) " for that postcode."
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CUST-CHANGED.
           MOVE CUST-NAME TO con-new-name.
           CALL "custcrypt" USING "S" customer-record con-crypt-result
           END-CALL.
           REWRITE customer-record
               INVALID KEY
                   DISPLAY "the change could not be saved."
                       operator-name END-CALL
                   IF FUNCTION TRIM(con-field-answer) = "name"
                       CALL "updatephonidx" USING con-old-name
                           con-new-name CUST-ID END-CALL
                   END-IF
                   CALL "flushcache"
           END-REWRITE.
