      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  one-time widening conversion for the four        ***
      ***          masters whose layouts grew                       ***
      *** UPDATE:  converted customer records are written sealed    ***
      *****************************************************************
      *** Batch job, run once at rollout before anything expecting ***
      *** the widened layouts touches the datasets - the same      ***
       WORKING-STORAGE SECTION.
       77 old-customers-status PIC X(2).
       77 new-customers-status PIC X(2).
       77 seal-result          PIC X(01).
       77 old-users-status     PIC X(2).
       77 new-users-status     PIC X(2).
       77 old-custnotes-status PIC X(2).
               MOVE OLD-CUST-CHANGED    TO CUST-CHANGED
               MOVE OLD-CUST-INACT-WHEN TO CUST-INACT-WHEN
               MOVE OLD-CUST-INACT-BY   TO CUST-INACT-BY
               CALL "custcrypt" USING "S" customer-record seal-result
                   END-CALL
               WRITE customer-record
                   INVALID KEY MOVE "Y" TO write-failed
               END-WRITE
