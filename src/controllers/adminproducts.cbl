      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  product and price catalog maintenance            ***
      *** UPDATE:  a product can carry its own tax code             ***
      *****************************************************************
      *** /admin/products, in the adminorders mold: the catalog     ***
      *** order entry takes its descriptions and prices from. A     ***
      *** posted "action" field adds a product (code, description,  ***
      *** opening price - the price history starts with that price  ***
      *** from today), changes a product's description or active    ***
      *** flag, or files a new price effective from a CCYYMMDD      ***
      *** (today when left blank). A price already in force is      ***
      *** never rewritten - only a future entry can be corrected in ***
      *** place - so what an order was charged can always be        ***
      *** explained. The list shows the first slice of the catalog  ***
      *** with each product's price as of today, and ?history=code  ***
      *** shows that product's price history.                       ***
      *** A product may also carry its own tax code, which the      ***
      *** invoice run bills it under unless the customer is exempt  ***
      *** or zero-rated.                                            ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. adminproducts.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "proddef.cbl".
           COPY "prhdef.cbl".

       DATA DIVISION.

       FILE SECTION.
       FD products-file.
       01 product-record.
           COPY "prodfld.cbl".

       FD prodprices-file.
       01 prodprice-record.
           COPY "prhfld.cbl".

       WORKING-STORAGE SECTION.
       77 products-file-status   PIC X(2).
       77 prodprices-file-status PIC X(2).

       77 ap-action      PIC X(10) VALUE SPACES.
       77 ap-code-text   PIC X(90) VALUE SPACES.
       77 ap-desc-text   PIC X(90) VALUE SPACES.
       77 ap-price-text  PIC X(90) VALUE SPACES.
       77 ap-from-text   PIC X(90) VALUE SPACES.
       77 ap-active-text PIC X(90) VALUE SPACES.
       77 ap-history-text PIC X(90) VALUE SPACES.
       77 ap-taxcode-text PIC X(90) VALUE SPACES.
       77 ap-message     PIC X(90) VALUE SPACES.
       77 ap-request-method PIC X(6) VALUE SPACES.
       77 ap-redirect    PIC X(255) VALUE SPACES.

       77 ap-code        PIC X(10).
       77 ap-price       PIC 9(7)V99.
       77 ap-from        PIC X(8).
       77 ap-today       PIC X(8).
       77 ap-price-disp  PIC $Z,ZZZ,ZZ9.99.

       77 lp-desc        PIC X(60).
       77 lp-price       PIC 9(7)V99.
       77 lp-result      PIC X(01).

       77 ap-shown-count PIC 9(4) USAGE COMP-5.
       77 ap-shown-disp  PIC Z(3)9.
       77 ap-hist-count  PIC 9(4) USAGE COMP-5.
       77 ap-var-ctr     PIC 9(4) USAGE COMP-5.

       77 ap-val-ok      PIC X(01).
       77 ap-val-message PIC X(90).
       01 ap-val-rules.
          COPY "valrule.cbl".

      *** Before/after images handed to logjournal on every master  ***
      *** write - the roll-forward recovery's raw material.         ***
       01 journal-fields.
          05 jf-dataset PIC X(20).
          05 jf-action  PIC X(1).
          05 jf-key     PIC X(30).
          05 jf-before  PIC X(600).
          05 jf-after   PIC X(600).

       01 the-vars.
           COPY "cowvars.cbl".

       LINKAGE SECTION.
       01 the-values.
          COPY "queryval.cbl".

       01 the-session.
          COPY "sessfld.cbl".

       PROCEDURE DIVISION USING the-values the-session.

       start-adminproducts.

           MOVE SPACES TO the-vars.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ap-today.

           ACCEPT ap-request-method FROM ENVIRONMENT "REQUEST_METHOD"
               END-ACCEPT.

           CALL "getparam" USING the-values "action" ap-action
               END-CALL.

      *** Same guard the other admin screens carry: mutations only  ***
      *** on the POST cow.cbl already CSRF-checked.                 ***
           IF FUNCTION TRIM(ap-request-method) NOT = "POST"
              AND FUNCTION TRIM(ap-action) NOT = SPACES
               MOVE "catalog changes must be submitted as a POST"
                   TO ap-message
           ELSE
               EVALUATE FUNCTION TRIM(ap-action)
                   WHEN "add"
                       PERFORM do-add-product
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "change"
                       PERFORM do-change-product
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN "price"
                       PERFORM do-file-price
                       PERFORM answer-post-redirect
                       GOBACK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           PERFORM show-product-list.

           CALL "getparam" USING the-values "history"
               ap-history-text END-CALL.
           MOVE 0 TO ap-hist-count.
           IF FUNCTION TRIM(ap-history-text) NOT = SPACES
               PERFORM show-price-history
           END-IF.

           MOVE "message" TO COW-varname(95).
           MOVE ap-message TO COW-varvalue(95).

           MOVE ap-shown-count TO ap-shown-disp.
           MOVE "prodcount" TO COW-varname(94).
           MOVE FUNCTION TRIM(ap-shown-disp) TO COW-varvalue(94).

           MOVE ap-hist-count TO ap-shown-disp.
           MOVE "histcount" TO COW-varname(93).
           MOVE FUNCTION TRIM(ap-shown-disp) TO COW-varvalue(93).
           MOVE "histcode" TO COW-varname(92).
           MOVE FUNCTION TRIM(ap-history-text) TO COW-varvalue(92).

           CALL 'cowtemplate' USING the-vars "adminproducts.cow"
               the-session END-CALL.

           GOBACK.

      *****************************************************************
      *** The POST is done; its outcome rides the flash onto the    ***
      *** following GET - a refresh can't file the price twice.     ***
      *****************************************************************
       answer-post-redirect.

           CALL "setflash" USING the-session ap-message END-CALL.
           MOVE "/admin/products" TO ap-redirect.
           CALL "redirectto" USING ap-redirect END-CALL.

      *****************************************************************
      *** A new product: the code is typed in (it is what clerks    ***
      *** will quote), and the opening price becomes the first      ***
      *** price-history entry, effective today.                     ***
      *****************************************************************
       do-add-product.

           MOVE SPACES TO ap-val-rules.
           MOVE "code"   TO VAL-FIELD(1).
           MOVE "Y"      TO VAL-REQUIRED(1).
           MOVE "N"      TO VAL-NUMERIC(1).
           MOVE 10       TO VAL-MAXLEN(1).
           MOVE "desc"   TO VAL-FIELD(2).
           MOVE "Y"      TO VAL-REQUIRED(2).
           MOVE "N"      TO VAL-NUMERIC(2).
           MOVE 60       TO VAL-MAXLEN(2).
           MOVE "price"  TO VAL-FIELD(3).
           MOVE "Y"      TO VAL-REQUIRED(3).
           MOVE "Y"      TO VAL-NUMERIC(3).
           MOVE 0        TO VAL-MAXLEN(3).
           MOVE "Y"      TO VAL-RANGE(3).
           MOVE 0        TO VAL-MIN-VAL(3).
           MOVE 9999999  TO VAL-MAX-VAL(3).

           CALL "validatefields" USING the-values ap-val-rules
               ap-val-ok ap-val-message END-CALL.

           IF ap-val-ok = "N"
               MOVE ap-val-message TO ap-message
               EXIT PARAGRAPH
           END-IF.

           CALL "getparam" USING the-values "code"
               ap-code-text END-CALL.
           CALL "getparam" USING the-values "desc"
               ap-desc-text END-CALL.
           CALL "getparam" USING the-values "price"
               ap-price-text END-CALL.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ap-code-text))
               TO ap-code.
           COMPUTE ap-price = FUNCTION NUMVAL(ap-price-text).

           PERFORM take-tax-code-param.
           IF ap-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O products-file.
           IF products-file-status = "35"
               OPEN OUTPUT products-file
               CLOSE products-file
               OPEN I-O products-file
           END-IF.
           IF products-file-status NOT = "00"
               MOVE "product dataset could not be opened"
                   TO ap-message
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO product-record.
           MOVE ap-code TO PROD-CODE.
           MOVE FUNCTION TRIM(ap-desc-text) TO PROD-DESC.
           MOVE ap-price TO PROD-PRICE.
           MOVE "Y" TO PROD-ACTIVE.
           MOVE FUNCTION CURRENT-DATE TO PROD-CREATED.
           MOVE PROD-CREATED TO PROD-CHANGED.
           MOVE SESS-USER OF the-session TO PROD-USER.
           IF ap-taxcode-text NOT = "-"
               MOVE ap-taxcode-text(1:1) TO PROD-TAX-CODE
           END-IF.

           WRITE product-record
               INVALID KEY
                   MOVE "a product with that code already exists"
                       TO ap-message
               NOT INVALID KEY
                   MOVE "products" TO jf-dataset
                   MOVE "W" TO jf-action
                   MOVE PROD-CODE TO jf-key
                   MOVE SPACES TO jf-before
                   MOVE product-record TO jf-after
                   CALL "logjournal" USING jf-dataset jf-action
                       jf-key jf-before jf-after END-CALL
           END-WRITE.
           CLOSE products-file.

           IF ap-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE ap-today TO ap-from.
           PERFORM write-price-entry.

           IF ap-message = SPACES
               MOVE SPACES TO ap-message
               STRING "product "               DELIMITED BY SIZE
                      FUNCTION TRIM(ap-code)   DELIMITED BY SIZE
                      " added to the catalog"  DELIMITED BY SIZE
                   INTO ap-message
               END-STRING
           END-IF.

      *****************************************************************
      *** The product's tax code: S, R, Z or E; "-" (or blank on a  ***
      *** new product) leaves the customer's default to decide.     ***
      *****************************************************************
       take-tax-code-param.

           CALL "getparam" USING the-values "taxcode"
               ap-taxcode-text END-CALL.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ap-taxcode-text))
               TO ap-taxcode-text.
           IF ap-taxcode-text NOT = SPACES
              AND ap-taxcode-text NOT = "-"
              AND ap-taxcode-text NOT = "S"
              AND ap-taxcode-text NOT = "R"
              AND ap-taxcode-text NOT = "Z"
              AND ap-taxcode-text NOT = "E"
               MOVE "the tax code must be S, R, Z, E or -"
                   TO ap-message
           END-IF.

      *****************************************************************
      *** Description, active flag and tax code only - the price    ***
      *** moves through the dated price action, never in place.     ***
      *****************************************************************
       do-change-product.

           CALL "getparam" USING the-values "code"
               ap-code-text END-CALL.
           CALL "getparam" USING the-values "desc"
               ap-desc-text END-CALL.
           CALL "getparam" USING the-values "active"
               ap-active-text END-CALL.

           IF FUNCTION TRIM(ap-code-text) = SPACES
               MOVE "a product code is required" TO ap-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ap-code-text))
               TO ap-code.

           PERFORM take-tax-code-param.
           IF ap-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O products-file.
           IF products-file-status NOT = "00"
               MOVE "product dataset could not be opened"
                   TO ap-message
               EXIT PARAGRAPH
           END-IF.

           MOVE ap-code TO PROD-CODE.
           READ products-file
               INVALID KEY
                   MOVE "no product with that code" TO ap-message
               NOT INVALID KEY
                   MOVE product-record TO jf-before
                   IF FUNCTION TRIM(ap-desc-text) NOT = SPACES
                       MOVE FUNCTION TRIM(ap-desc-text) TO PROD-DESC
                   END-IF
                   EVALUATE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(ap-active-text))
                       WHEN "Y"
                           MOVE "Y" TO PROD-ACTIVE
                       WHEN "N"
                           MOVE "N" TO PROD-ACTIVE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   EVALUATE ap-taxcode-text
                       WHEN SPACES
                           CONTINUE
                       WHEN "-"
                           MOVE SPACES TO PROD-TAX-CODE
                       WHEN OTHER
                           MOVE ap-taxcode-text(1:1) TO PROD-TAX-CODE
                   END-EVALUATE
                   MOVE FUNCTION CURRENT-DATE TO PROD-CHANGED
                   MOVE SESS-USER OF the-session TO PROD-USER
                   REWRITE product-record
                       INVALID KEY
                           MOVE "could not change that product"
                               TO ap-message
                       NOT INVALID KEY
                           MOVE "products" TO jf-dataset
                           MOVE "R" TO jf-action
                           MOVE PROD-CODE TO jf-key
                           MOVE product-record TO jf-after
                           CALL "logjournal" USING jf-dataset
                               jf-action jf-key jf-before jf-after
                               END-CALL
                   END-REWRITE
           END-READ.
           CLOSE products-file.

           IF ap-message = SPACES
               MOVE "product changed" TO ap-message
           END-IF.

      *****************************************************************
      *** A dated price. Back-dating is refused - an order already  ***
      *** taken at the old price must stay explainable.             ***
      *****************************************************************
       do-file-price.

           CALL "getparam" USING the-values "code"
               ap-code-text END-CALL.
           CALL "getparam" USING the-values "price"
               ap-price-text END-CALL.
           CALL "getparam" USING the-values "from"
               ap-from-text END-CALL.

           IF FUNCTION TRIM(ap-code-text) = SPACES
              OR FUNCTION TEST-NUMVAL(ap-price-text) NOT = 0
               MOVE "a product code and a price are required"
                   TO ap-message
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(ap-from-text) = SPACES
               MOVE ap-today TO ap-from
           ELSE
               MOVE FUNCTION TRIM(ap-from-text) TO ap-from
               IF ap-from IS NOT NUMERIC
                  OR FUNCTION LENGTH(FUNCTION TRIM(ap-from-text))
                      NOT = 8
                   MOVE "the effective date must be CCYYMMDD"
                       TO ap-message
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF ap-from < ap-today
               MOVE "a price can't be back-dated" TO ap-message
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ap-code-text))
               TO ap-code.
           COMPUTE ap-price = FUNCTION NUMVAL(ap-price-text).

           OPEN INPUT products-file.
           IF products-file-status = "00"
               MOVE ap-code TO PROD-CODE
               READ products-file
                   INVALID KEY
                       MOVE "no product with that code" TO ap-message
               END-READ
               CLOSE products-file
           ELSE
               MOVE "product dataset could not be opened"
                   TO ap-message
           END-IF.
           IF ap-message NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM write-price-entry.

           IF ap-message = SPACES
               MOVE ap-price TO ap-price-disp
               MOVE SPACES TO ap-message
               STRING "price "                      DELIMITED BY SIZE
                      FUNCTION TRIM(ap-price-disp)  DELIMITED BY SIZE
                      " filed for "                 DELIMITED BY SIZE
                      FUNCTION TRIM(ap-code)        DELIMITED BY SIZE
                      " from "                      DELIMITED BY SIZE
                      ap-from                       DELIMITED BY SIZE
                   INTO ap-message
               END-STRING
           END-IF.

      *****************************************************************
      *** One history entry for ap-code/ap-from. An entry already   ***
      *** on file for the same day is only replaced while that day  ***
      *** is still ahead - today's price may already be charged.    ***
      *****************************************************************
       write-price-entry.

           OPEN I-O prodprices-file.
           IF prodprices-file-status = "35"
               OPEN OUTPUT prodprices-file
               CLOSE prodprices-file
               OPEN I-O prodprices-file
           END-IF.
           IF prodprices-file-status NOT = "00"
               MOVE "price history could not be opened" TO ap-message
               EXIT PARAGRAPH
           END-IF.

           MOVE ap-code TO PRH-CODE.
           MOVE ap-from TO PRH-FROM.
           READ prodprices-file
               INVALID KEY
                   MOVE SPACES TO jf-before
                   MOVE "W" TO jf-action
                   MOVE SPACES TO prodprice-record
                   MOVE ap-code TO PRH-CODE
                   MOVE ap-from TO PRH-FROM
                   MOVE ap-price TO PRH-PRICE
                   MOVE SESS-USER OF the-session TO PRH-USER
                   MOVE FUNCTION CURRENT-DATE TO PRH-WHEN
                   WRITE prodprice-record
                       INVALID KEY
                           MOVE "could not file that price"
                               TO ap-message
                   END-WRITE
               NOT INVALID KEY
                   IF ap-from NOT > ap-today
                       MOVE "a price is already in force from that "
                         & "date" TO ap-message
                   ELSE
                       MOVE prodprice-record TO jf-before
                       MOVE "R" TO jf-action
                       MOVE ap-price TO PRH-PRICE
                       MOVE SESS-USER OF the-session TO PRH-USER
                       MOVE FUNCTION CURRENT-DATE TO PRH-WHEN
                       REWRITE prodprice-record
                           INVALID KEY
                               MOVE "could not file that price"
                                   TO ap-message
                       END-REWRITE
                   END-IF
           END-READ.

           IF ap-message = SPACES
               MOVE "prodprices" TO jf-dataset
               MOVE PRH-KEY TO jf-key
               MOVE prodprice-record TO jf-after
               CALL "logjournal" USING jf-dataset jf-action
                   jf-key jf-before jf-after END-CALL
           END-IF.

           CLOSE prodprices-file.

      *****************************************************************
      *** Walk the catalog in code order and fill up to 10 display  ***
      *** slots, same fixed-slot convention as the other admin      ***
      *** screens; the price shown is the one in force today.       ***
      *****************************************************************
       show-product-list.

           MOVE 0 TO ap-shown-count.
           OPEN INPUT products-file.

           IF products-file-status = "00"
               READ products-file NEXT RECORD
                   AT END MOVE "10" TO products-file-status
               END-READ
               PERFORM UNTIL products-file-status NOT = "00"
                   OR ap-shown-count >= 10
                   PERFORM add-product-to-vars
                   ADD 1 TO ap-shown-count
                   READ products-file NEXT RECORD
                       AT END MOVE "10" TO products-file-status
                   END-READ
               END-PERFORM
               CLOSE products-file
           END-IF.

       add-product-to-vars.

           MOVE ap-shown-count TO ap-shown-disp.

           COMPUTE ap-var-ctr = (ap-shown-count * 5) + 1.
           MOVE FUNCTION TRIM(PROD-CODE) TO COW-varvalue(ap-var-ctr).
           STRING "prod" DELIMITED BY SIZE
                  FUNCTION TRIM(ap-shown-disp) DELIMITED BY SIZE
                  "code" DELIMITED BY SIZE
               INTO COW-varname(ap-var-ctr).

           ADD 1 TO ap-var-ctr.
           MOVE FUNCTION TRIM(PROD-DESC) TO COW-varvalue(ap-var-ctr).
           STRING "prod" DELIMITED BY SIZE
                  FUNCTION TRIM(ap-shown-disp) DELIMITED BY SIZE
                  "desc" DELIMITED BY SIZE
               INTO COW-varname(ap-var-ctr).

           ADD 1 TO ap-var-ctr.
           CALL "lookupproduct" USING PROD-CODE ap-today lp-desc
               lp-price lp-result END-CALL.
           IF lp-result = "Y"
               MOVE lp-price TO ap-price-disp
               MOVE FUNCTION TRIM(ap-price-disp)
                   TO COW-varvalue(ap-var-ctr)
           ELSE
               MOVE "-" TO COW-varvalue(ap-var-ctr)
           END-IF.
           STRING "prod" DELIMITED BY SIZE
                  FUNCTION TRIM(ap-shown-disp) DELIMITED BY SIZE
                  "price" DELIMITED BY SIZE
               INTO COW-varname(ap-var-ctr).

           ADD 1 TO ap-var-ctr.
           MOVE PROD-ACTIVE TO COW-varvalue(ap-var-ctr).
           STRING "prod" DELIMITED BY SIZE
                  FUNCTION TRIM(ap-shown-disp) DELIMITED BY SIZE
                  "active" DELIMITED BY SIZE
               INTO COW-varname(ap-var-ctr).

           ADD 1 TO ap-var-ctr.
           IF PROD-TAX-CODE = SPACES
               MOVE "-" TO COW-varvalue(ap-var-ctr)
           ELSE
               MOVE PROD-TAX-CODE TO COW-varvalue(ap-var-ctr)
           END-IF.
           STRING "prod" DELIMITED BY SIZE
                  FUNCTION TRIM(ap-shown-disp) DELIMITED BY SIZE
                  "tax" DELIMITED BY SIZE
               INTO COW-varname(ap-var-ctr).

      *****************************************************************
      *** One product's price history, oldest first, from slot 100. ***
      *****************************************************************
       show-price-history.

           OPEN INPUT prodprices-file.
           IF prodprices-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ap-history-text))
               TO ap-code.
           MOVE ap-code TO PRH-CODE.
           MOVE LOW-VALUES TO PRH-FROM.
           START prodprices-file KEY NOT < PRH-KEY
               INVALID KEY MOVE "10" TO prodprices-file-status
           END-START.

           IF prodprices-file-status = "00"
               READ prodprices-file NEXT RECORD
                   AT END MOVE "10" TO prodprices-file-status
               END-READ
               PERFORM UNTIL prodprices-file-status NOT = "00"
                   OR PRH-CODE NOT = ap-code
                   OR ap-hist-count >= 10
                   PERFORM add-price-to-vars
                   ADD 1 TO ap-hist-count
                   READ prodprices-file NEXT RECORD
                       AT END MOVE "10" TO prodprices-file-status
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE prodprices-file.

       add-price-to-vars.

           MOVE ap-hist-count TO ap-shown-disp.

           COMPUTE ap-var-ctr = (ap-hist-count * 3) + 100.
           MOVE PRH-FROM TO COW-varvalue(ap-var-ctr).
           STRING "prh" DELIMITED BY SIZE
                  FUNCTION TRIM(ap-shown-disp) DELIMITED BY SIZE
                  "from" DELIMITED BY SIZE
               INTO COW-varname(ap-var-ctr).

           ADD 1 TO ap-var-ctr.
           MOVE PRH-PRICE TO ap-price-disp.
           MOVE FUNCTION TRIM(ap-price-disp)
               TO COW-varvalue(ap-var-ctr).
           STRING "prh" DELIMITED BY SIZE
                  FUNCTION TRIM(ap-shown-disp) DELIMITED BY SIZE
                  "price" DELIMITED BY SIZE
               INTO COW-varname(ap-var-ctr).

           ADD 1 TO ap-var-ctr.
           MOVE FUNCTION TRIM(PRH-USER) TO COW-varvalue(ap-var-ctr).
           STRING "prh" DELIMITED BY SIZE
                  FUNCTION TRIM(ap-shown-disp) DELIMITED BY SIZE
                  "user" DELIMITED BY SIZE
               INTO COW-varname(ap-var-ctr).
