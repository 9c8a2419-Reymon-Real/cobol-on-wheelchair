      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  line-printer customer directory for the front    ***
      ***          desk binder                                      ***
      *** UPDATE:  each record is opened before it is listed        ***
      *****************************************************************
      *** Batch job: prints the active customer master as a line-   ***
      *** printer report to data/custdirectory.prn - fixed columns  ***

       WORKING-STORAGE SECTION.
       77 customers-file-status PIC X(2).
       77 open-result           PIC X(01).
       77 print-file-status     PIC X(2).
       77 cfs-failed            PIC X(01).

           END-READ.

           PERFORM UNTIL customers-file-status NOT = "00"
               CALL "custcrypt" USING "O" customer-record open-result
                   END-CALL
               IF CUST-STATUS NOT = "I"
                   IF dir-count < dir-table-max
                       ADD 1 TO dir-count
