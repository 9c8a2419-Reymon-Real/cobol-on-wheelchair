      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  one-time conversion of the customer master to    ***
      ***          the expanded record layout                       ***
      *** UPDATE:  converted customer records are written sealed    ***
      *****************************************************************
      *** Batch job: reads data/customers.dat written in the old    ***
      *** three-field layout (id/name/email) and rewrites it as     ***
       WORKING-STORAGE SECTION.
       77 old-customers-status PIC X(2).
       77 new-customers-status PIC X(2).
       77 seal-result          PIC X(01).
       77 cfs-failed           PIC X(01).
       77 converted-count      PIC 9(7) USAGE COMP-5 VALUE 0.
       77 conversion-stamp     PIC X(21).
           MOVE conversion-stamp   TO CUST-CREATED.
           MOVE conversion-stamp   TO CUST-CHANGED.

           CALL "custcrypt" USING "S" customer-record seal-result
               END-CALL
           WRITE customer-record
               INVALID KEY CONTINUE
           END-WRITE.
