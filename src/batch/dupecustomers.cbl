      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  weekly suspected-duplicate customer report       ***
      *** UPDATE:  each record is opened before names and emails    ***
      ***          are compared                                     ***
      *****************************************************************
      *** Batch job: scans data/customers.dat for records that look ***
      *** like the same person filed twice - the same email         ***

       WORKING-STORAGE SECTION.
       77 customers-file-status PIC X(2).
       77 open-result           PIC X(01).
       77 report-file-status    PIC X(2).
       77 cfs-failed            PIC X(01).

           END-READ.

           PERFORM UNTIL customers-file-status NOT = "00"
               CALL "custcrypt" USING "O" customer-record open-result
                   END-CALL
               IF dc-count < dc-table-max
                   ADD 1 TO dc-count
                   MOVE CUST-ID   TO dc-id(dc-count)
