      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  one shared catalog lookup for everything that    ***
      ***          files orders                                     ***
      *****************************************************************
      *** Resolves a product code to the description and the unit   ***
      *** price in force on a given CCYYMMDD, so every path that    ***
      *** files an order charges the same price the same way. The   ***
      *** price is the price-history entry with the latest          ***
      *** effective-from date not after lp-date; a product with no  ***
      *** history at all falls back to PROD-PRICE. lp-result:       ***
      ***   "Y" active, priced - lp-desc/lp-price filled in         ***
      ***   "I" the product is withdrawn (PROD-ACTIVE "N")          ***
      ***   "P" no price is in force yet on that date               ***
      ***   "N" no product under that code                          ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lookupproduct.

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
       77 lp-history-seen        PIC X(01).
       77 lp-price-found         PIC X(01).

       LINKAGE SECTION.
       77 lp-code   PIC X(10).
       77 lp-date   PIC X(8).
       77 lp-desc   PIC X(60).
       77 lp-price  PIC 9(7)V99.
       77 lp-result PIC X(01).

       PROCEDURE DIVISION USING lp-code lp-date lp-desc lp-price
               lp-result.

       start-lookupproduct.

           MOVE "N" TO lp-result.
           MOVE SPACES TO lp-desc.
           MOVE 0 TO lp-price.

           OPEN INPUT products-file.
           IF products-file-status NOT = "00"
               GOBACK
           END-IF.

           MOVE lp-code TO PROD-CODE.
           READ products-file
               INVALID KEY MOVE "23" TO products-file-status
           END-READ.
           CLOSE products-file.

           IF products-file-status NOT = "00"
               GOBACK
           END-IF.

           MOVE PROD-DESC TO lp-desc.
           IF PROD-ACTIVE = "N"
               MOVE "I" TO lp-result
               GOBACK
           END-IF.

           PERFORM find-price-in-force.

           IF lp-price-found = "Y"
               MOVE "Y" TO lp-result
           ELSE
               IF lp-history-seen = "N"
                   MOVE PROD-PRICE TO lp-price
                   MOVE "Y" TO lp-result
               ELSE
                   MOVE "P" TO lp-result
               END-IF
           END-IF.

           GOBACK.

      *****************************************************************
      *** The product's entries sit together in effective-from      ***
      *** order; the last one not after lp-date is the price.       ***
      *****************************************************************
       find-price-in-force.

           MOVE "N" TO lp-history-seen.
           MOVE "N" TO lp-price-found.

           OPEN INPUT prodprices-file.
           IF prodprices-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE lp-code TO PRH-CODE.
           MOVE LOW-VALUES TO PRH-FROM.
           START prodprices-file KEY NOT < PRH-KEY
               INVALID KEY MOVE "10" TO prodprices-file-status
           END-START.

           IF prodprices-file-status = "00"
               READ prodprices-file NEXT RECORD
                   AT END MOVE "10" TO prodprices-file-status
               END-READ
               PERFORM UNTIL prodprices-file-status NOT = "00"
                   OR PRH-CODE NOT = lp-code
                   MOVE "Y" TO lp-history-seen
                   IF PRH-FROM NOT > lp-date
                       MOVE PRH-PRICE TO lp-price
                       MOVE "Y" TO lp-price-found
                   END-IF
                   READ prodprices-file NEXT RECORD
                       AT END MOVE "10" TO prodprices-file-status
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE prodprices-file.
