      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  seed the expanded customer layout (address,      ***
      ***          phone, status, created/changed stamps)           ***
      *** UPDATE:  the demo customers are written sealed            ***
      *****************************************************************
      *** Batch job: (re)writes data/customers.dat from the shop's  ***
      *** demo customer list below. Run once to seed a new          ***
       WORKING-STORAGE SECTION.
       77 customers-file-status PIC X(2).
       77 cfs-failed            PIC X(01).
       77 seal-result           PIC X(01).

       PROCEDURE DIVISION.

           MOVE "A"                       TO CUST-STATUS
           MOVE FUNCTION CURRENT-DATE     TO CUST-CREATED
           MOVE CUST-CREATED              TO CUST-CHANGED
           CALL "custcrypt" USING "S" customer-record seal-result
           WRITE customer-record.

           MOVE SPACES                    TO customer-record
           MOVE "A"                       TO CUST-STATUS
           MOVE FUNCTION CURRENT-DATE     TO CUST-CREATED
           MOVE CUST-CREATED              TO CUST-CHANGED
           CALL "custcrypt" USING "S" customer-record seal-result
           WRITE customer-record.

           MOVE SPACES                    TO customer-record
           MOVE "A"                       TO CUST-STATUS
           MOVE FUNCTION CURRENT-DATE     TO CUST-CREATED
           MOVE CUST-CREATED              TO CUST-CHANGED
           CALL "custcrypt" USING "S" customer-record seal-result
           WRITE customer-record.
