      ***          download instead of HTML                            ***
      *** UPDATE:  ?tag= filters the page to customers carrying the    ***
      ***          tag                                                 ***
      *** UPDATE:  customer records opened before name, email and   ***
      ***          phone are listed                                 ***
      *****************************************************************
      *** /customers/%page lists customers PAGE-SIZE at a time,     ***
      *** walking data/customers.dat in key order and skipping the  ***
       77 lc-tag-text   PIC X(90) VALUE SPACES.
       77 lc-tag-folded PIC X(20) VALUE SPACES.
       77 lc-tag-hit    PIC X(01).
       77 lc-open-result PIC X(01).

       77 PAGE-SIZE      PIC 9(4) USAGE COMP-5 VALUE 2.
       77 lc-page-number PIC 9(4) USAGE COMP-5 VALUE 1.
      *** export quotes its operand field.                         ***
       emit-one-csv-row.

           CALL "custcrypt" USING "O" customer-record lc-open-result
           END-CALL.
           IF lc-open-result NOT = "Y"
               MOVE SPACES TO CUST-NAME CUST-EMAIL CUST-PHONE
           END-IF.

           MOVE SPACES TO lc-csv-line.
           STRING FUNCTION TRIM(CUST-ID)    DELIMITED BY SIZE
                  ',"'                      DELIMITED BY SIZE

       add-customer-to-vars.

           CALL "custcrypt" USING "O" customer-record lc-open-result
           END-CALL.
           IF lc-open-result NOT = "Y"
               MOVE SPACES TO CUST-NAME CUST-EMAIL CUST-PHONE
           END-IF.

           COMPUTE lc-var-ctr = (lc-shown-count * 4) + 1.
           MOVE lc-var-ctr TO lc-var-ctr-disp.
           STRING "customer" DELIMITED BY SIZE
