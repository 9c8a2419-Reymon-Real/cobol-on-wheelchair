      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  itemized quote - lines of qty times price with   ***
      ***          subtotal, tax and total                          ***
      *** UPDATE:  a saved quote can name its customer and expiry,  ***
      ***          and lines can carry a catalog product code       ***
      *** UPDATE:  tax is the standard rate in force today from the ***
      ***          shared tax code lookup                           ***
      *****************************************************************
      *** /quote: what the counter staff actually build. Repeated   ***
      *** desc= / qty= / price= fields arrive in order (the same    ***
      *** repeated-name support getparams gives checkbox forms) and ***
      *** pair up positionally into quote lines; each line is       ***
      *** quantity times unit price, the subtotal adds them up, tax ***
      *** is the standard rate (code S) in force today through      ***
      *** lookuptax - the same rate the invoice run charges - and   ***
      *** every figure is edited with the same currency picture     ***
      *** showsum's display-result uses. save=yes files the quote   ***
      *** under a generated reference exactly like showsum's save   ***
      *** does, so /calc/<ref> re-renders quotes too.               ***
      *** custid= names the customer the quote is prepared for (an  ***
      *** active customer on the master, and only an admin-role     ***
      *** session may name one); saved with one, the quote          ***
      *** is also filed on data/quotes.dat, line by line, open      ***
      *** until expires= (CCYYMMDD - by default QUOTEVALIDDAYS from ***
      *** today), and the customer can accept it from /portal.      ***
      *** Repeated product= fields pair up with the lines the same  ***
      *** positional way; a line given a product code must name an  ***
      *** active catalog product, and takes the catalog description ***
      *** when none was typed. The price stays the one quoted.      ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "savedef.cbl".
           COPY "qtedef.cbl".
           COPY "custdef.cbl".

       DATA DIVISION.

       01 savedcalc-record.
           COPY "savefld.cbl".

       FD quotes-file.
       01 quote-record.
           COPY "qtefld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       WORKING-STORAGE SECTION.
       77 savedcalcs-file-status PIC X(2).
       77 quotes-file-status     PIC X(2).
       77 customers-file-status  PIC X(2).

       01 qt-desc-list.
          COPY "paramlist.cbl"
       01 qt-price-list.
          COPY "paramlist.cbl"
             REPLACING LEADING ==PARAM== BY ==QPRICE==.
       01 qt-prod-list.
          COPY "paramlist.cbl"
             REPLACING LEADING ==PARAM== BY ==QPROD==.

      *** Each line as it will be filed on the quote record.        ***
       01 qt-lines.
          05 qt-line OCCURS 20 TIMES.
             10 qt-line-prod  PIC X(10).
             10 qt-line-desc  PIC X(60).
             10 qt-line-qty   PIC 9(5).
             10 qt-line-price PIC 9(7)V99.

       78 qt-line-max VALUE 20.
       77 qt-line-count PIC 9(4) USAGE COMP-5 VALUE 0.
       77 qt-tax        PIC 9(13)V99 VALUE 0.
       77 qt-total      PIC 9(13)V99 VALUE 0.

      *** The standard tax percentage in force today (lookuptax).   ***
       77 tax-pct       PIC 9(3)V99 VALUE 20.
       77 tax-code      PIC X(1) VALUE "S".
       77 tax-today     PIC X(8).
       77 tax-result    PIC X(01).
       77 tax-pct-disp  PIC ZZ9.99.

      *** The finance team reads these, so everything money is     ***
       77 operand-list-prev PIC X(99) VALUE SPACES.
       77 qt-piece          PIC X(40) VALUE SPACES.

       77 qt-custid-text    PIC X(90) VALUE SPACES.
       77 qt-expires-text   PIC X(90) VALUE SPACES.
       77 qt-cust-id        PIC X(10) VALUE SPACES.
       77 qt-expires        PIC X(8)  VALUE SPACES.
       77 qt-today          PIC X(8).
       77 qt-date-int       PIC 9(8).
       77 qt-prod-code      PIC X(10).
       77 qt-prod-desc      PIC X(60).
       77 qt-prod-price     PIC 9(7)V99.
       77 qt-prod-result    PIC X(01).
       77 qt-cust-found     PIC X(01).
       77 qt-staff-role     PIC X(10) VALUE "admin".
       77 qt-staff-ok       PIC X(01).

       77 cfg-key-name      PIC X(30).
       77 cfg-default       PIC 9(12).
       77 cfg-result        PIC 9(12).

       01 the-vars.
           COPY "cowvars.cbl".

               END-CALL.
           CALL "getparams" USING the-values "price" qt-price-list
               END-CALL.
           CALL "getparams" USING the-values "product" qt-prod-list
               END-CALL.
           CALL "getparam" USING the-values "save" save-wanted
               END-CALL.
           CALL "getparam" USING the-values "custid" qt-custid-text
               END-CALL.
           CALL "getparam" USING the-values "expires" qt-expires-text
               END-CALL.

      *** Lines pair positionally: the first qty with the first    ***
      *** price, and so on. Ragged input is a caller error.        ***
               MOVE qt-line-max TO qt-line-count
           END-IF.

           PERFORM check-quote-customer.
           IF qt-message NOT = SPACES
               PERFORM render-quote-error
               GOBACK
           END-IF.

           PERFORM load-tax-rate.

           PERFORM VARYING qt-ctr FROM 1 BY 1
           END-PERFORM.

           IF qt-bad-line = "Y"
               IF qt-message = SPACES
                   MOVE "every qty and price must be a positive number"
                       TO qt-message
               END-IF
               PERFORM render-quote-error
               GOBACK
           END-IF.
           COMPUTE qt-line-total = qt-qty * qt-price.
           ADD qt-line-total TO qt-subtotal.

           MOVE SPACES TO qt-line(qt-ctr).
           MOVE qt-qty TO qt-line-qty(qt-ctr).
           MOVE qt-price TO qt-line-price(qt-ctr).
           IF qt-ctr <= QDESC-COUNT
              AND FUNCTION TRIM(QDESC-VALUE(qt-ctr)) NOT = SPACES
               MOVE FUNCTION TRIM(QDESC-VALUE(qt-ctr))
                   TO qt-line-desc(qt-ctr)
           END-IF.

           IF qt-ctr <= QPROD-COUNT
              AND FUNCTION TRIM(QPROD-VALUE(qt-ctr)) NOT = SPACES
               PERFORM check-line-product
               IF qt-bad-line = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF qt-line-desc(qt-ctr) = SPACES
               MOVE "item" TO qt-line-desc(qt-ctr)
           END-IF.

           COMPUTE qt-ctr-disp = qt-ctr - 1.
           COMPUTE qt-var-ctr = ((qt-ctr - 1) * 4) + 1.

           MOVE FUNCTION TRIM(qt-line-desc(qt-ctr))
               TO COW-varvalue(qt-var-ctr).
           STRING "line" DELIMITED BY SIZE
                  FUNCTION TRIM(qt-ctr-disp) DELIMITED BY SIZE
                  "desc" DELIMITED BY SIZE
                  "total" DELIMITED BY SIZE
               INTO COW-varname(qt-var-ctr).

      *****************************************************************
      *** A line quoted against a catalog product must name one     ***
      *** that is active today - the order it may become is held to ***
      *** the same rule. The catalog fills a blank description.     ***
      *****************************************************************
       check-line-product.

           MOVE FUNCTION CURRENT-DATE(1:8) TO qt-today.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(QPROD-VALUE(qt-ctr)))
               TO qt-prod-code.
           CALL "lookupproduct" USING qt-prod-code qt-today
               qt-prod-desc qt-prod-price qt-prod-result END-CALL.

           IF qt-prod-result = "N" OR qt-prod-result = "I"
               MOVE "Y" TO qt-bad-line
               MOVE SPACES TO qt-message
               STRING "no active catalog product "  DELIMITED BY SIZE
                      FUNCTION TRIM(qt-prod-code)    DELIMITED BY SIZE
                   INTO qt-message
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           MOVE qt-prod-code TO qt-line-prod(qt-ctr).
           IF qt-line-desc(qt-ctr) = SPACES
               MOVE qt-prod-desc TO qt-line-desc(qt-ctr)
           END-IF.

      *****************************************************************
      *** A quote prepared for a customer: /quote itself is open to ***
      *** anyone, but a quote the customer can turn into orders is  ***
      *** only prepared by office staff. The id must be an active   ***
      *** customer on the master, and the expiry a CCYYMMDD not     ***
      *** already past - left out, it runs QUOTEVALIDDAYS from      ***
      *** today.                                                    ***
      *****************************************************************
       check-quote-customer.

           IF FUNCTION TRIM(qt-custid-text) = SPACES
               EXIT PARAGRAPH
           END-IF.

           CALL "checkrole" USING SESS-USER OF the-session
               qt-staff-role qt-staff-ok END-CALL.
           IF qt-staff-ok NOT = "Y"
               MOVE "only the office can prepare a quote for a "
                 & "customer" TO qt-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(qt-custid-text) TO qt-cust-id.

           MOVE "N" TO qt-cust-found.
           OPEN INPUT customers-file.
           IF customers-file-status = "00"
               MOVE qt-cust-id TO CUST-ID
               READ customers-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CUST-STATUS NOT = "I"
                           MOVE "Y" TO qt-cust-found
                       END-IF
               END-READ
               CLOSE customers-file
           END-IF.

           IF qt-cust-found NOT = "Y"
               MOVE "no active customer with that id" TO qt-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO qt-today.

           IF FUNCTION TRIM(qt-expires-text) = SPACES
               MOVE "QUOTEVALIDDAYS" TO cfg-key-name
               MOVE 30 TO cfg-default
               CALL "getconfig" USING cfg-key-name cfg-default
                   cfg-result END-CALL
               COMPUTE qt-date-int = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(qt-today)) + cfg-result
               MOVE FUNCTION DATE-OF-INTEGER(qt-date-int)
                   TO qt-expires
           ELSE
               MOVE FUNCTION TRIM(qt-expires-text) TO qt-expires
               IF qt-expires IS NOT NUMERIC
                  OR FUNCTION LENGTH(FUNCTION TRIM(qt-expires-text))
                      NOT = 8
                   MOVE "the expiry date must be CCYYMMDD"
                       TO qt-message
                   EXIT PARAGRAPH
               END-IF
               IF qt-expires < qt-today
                   MOVE "a quote can't expire in the past"
                       TO qt-message
                   EXIT PARAGRAPH
               END-IF
           END-IF.

       build-total-vars.

           MOVE qt-line-count TO qt-count-disp.
           MOVE "savedref" TO COW-varname(95).
           MOVE saved-ref-text TO COW-varvalue(95).

           MOVE "custid" TO COW-varname(96).
           MOVE qt-cust-id TO COW-varvalue(96).
           MOVE "expires" TO COW-varname(97).
           IF qt-expires NOT = SPACES
               STRING qt-expires(1:4) "-" qt-expires(5:2) "-"
                      qt-expires(7:2) DELIMITED BY SIZE
                   INTO COW-varvalue(97)
               END-STRING
           END-IF.

      *****************************************************************
      *** The standard rate in force today. Should lookuptax know   ***
      *** no rate, the quote keeps the long-standing 20 percent.    ***
      *****************************************************************
       load-tax-rate.

           MOVE FUNCTION CURRENT-DATE(1:8) TO tax-today.
           CALL "lookuptax" USING tax-code tax-today tax-pct
               tax-result END-CALL.
           IF tax-result NOT = "Y"
               MOVE 20 TO tax-pct
           END-IF.

      *****************************************************************
               CLOSE savedcalcs-file
           END-IF.

           IF saved-ref-text NOT = SPACES
              AND qt-cust-id NOT = SPACES
               PERFORM file-customer-quote
           END-IF.

      *****************************************************************
      *** The customer's copy: every line as quoted, open until the ***
      *** expiry, under the reference just minted.                  ***
      *****************************************************************
       file-customer-quote.

           OPEN I-O quotes-file.
           IF quotes-file-status = "35"
               OPEN OUTPUT quotes-file
               CLOSE quotes-file
               OPEN I-O quotes-file
           END-IF.

           IF quotes-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO quote-record.
           MOVE saved-ref-text TO QTE-REF.
           MOVE qt-cust-id TO QTE-CUST-ID.
           MOVE qt-expires TO QTE-EXPIRES.
           MOVE "O" TO QTE-STATUS.
           MOVE SESS-USER OF the-session TO QTE-USER.
           MOVE FUNCTION CURRENT-DATE TO QTE-CREATED.
           MOVE qt-subtotal TO QTE-NET.
           MOVE qt-total TO QTE-TOTAL.
           MOVE qt-line-count TO QTE-LINE-COUNT.
           PERFORM VARYING qt-ctr FROM 1 BY 1
                   UNTIL qt-ctr > qt-line-max
               IF qt-ctr <= qt-line-count
                   MOVE qt-line-prod(qt-ctr) TO QTE-PROD-CODE(qt-ctr)
                   MOVE qt-line-desc(qt-ctr) TO QTE-DESC(qt-ctr)
                   MOVE qt-line-qty(qt-ctr) TO QTE-QTY(qt-ctr)
                   MOVE qt-line-price(qt-ctr) TO QTE-PRICE(qt-ctr)
               ELSE
                   MOVE 0 TO QTE-QTY(qt-ctr)
                   MOVE 0 TO QTE-PRICE(qt-ctr)
               END-IF
           END-PERFORM.

           WRITE quote-record
               INVALID KEY CONTINUE
           END-WRITE.

           CLOSE quotes-file.

      *** "2x12.50, 4x3.00" - what fits of the lines, for the      ***
      *** saved record's operand text.                              ***
       build-operand-summary.
