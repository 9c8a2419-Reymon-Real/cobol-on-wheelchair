      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  rebuild one indexed dataset from a dated backup  ***
      *** UPDATE:  restores notes, tags, API keys and webhook       ***
      ***          subscriptions too                                ***
      *** UPDATE:  restores the order and invoice archives too      ***
      *** UPDATE:  a customer record exported before sealing began  ***
      ***          is sealed as it is restored                      ***
      *****************************************************************
      *** Batch job: rebuilds one indexed master from the dated     ***
      *** sequential export backupdata wrote, then verifies the     ***
      *** maintenance mode:                                          ***
      ***   restoredata <dataset> <yyyymmdd>                        ***
      *** where <dataset> is routes, customers, orders, invoices,   ***
      *** users, sessions, formsessions, custnotes, custtags,       ***
      *** apikeys, webhooksubs, or the billing archives ordarch and ***
      *** invarch.                                                  ***
      *****************************************************************

       IDENTIFICATION DIVISION.
           COPY "userdef.cbl".
           COPY "sessdef.cbl".
           COPY "formsessdef.cbl".
           COPY "custnotedef.cbl".
           COPY "custtagdef.cbl".
           COPY "apikeydef.cbl".
           COPY "subsdef.cbl".
           COPY "ordarchdef.cbl".
           COPY "invarchdef.cbl".

           SELECT export-file
               ASSIGN TO export-file-name
       01 formsession-record.
           COPY "formsessfld.cbl".

       FD custnotes-file.
       01 custnote-record.
           COPY "custnotefld.cbl".

       FD custtags-file.
       01 custtag-record.
           COPY "custtagfld.cbl".

       FD apikeys-file.
       01 apikey-record.
           COPY "apikeyfld.cbl".

       FD webhooksubs-file.
       01 webhooksub-record.
           COPY "subsfld.cbl".

       FD ordarch-file.
       01 ordarch-record.
           COPY "orderfld.cbl"
              REPLACING LEADING ==ORD== BY ==AOR==.

       FD invarch-file.
       01 invarch-record.
           COPY "invfld.cbl"
              REPLACING LEADING ==INV== BY ==AIN==.

       FD export-file.
       01 export-line PIC X(4000).

       WORKING-STORAGE SECTION.
       77 routes-file-status       PIC X(2).
       77 customers-file-status    PIC X(2).
       77 seal-result              PIC X(01).
       77 users-file-status        PIC X(2).
       77 sessions-file-status     PIC X(2).
       77 formsessions-file-status PIC X(2).
       77 custnotes-file-status    PIC X(2).
       77 custtags-file-status     PIC X(2).
       77 apikeys-file-status      PIC X(2).
       77 webhooksubs-file-status  PIC X(2).
       77 ordarch-file-status      PIC X(2).
       77 invarch-file-status      PIC X(2).
       77 export-file-status       PIC X(2).
       77 export-file-name         PIC X(64).

                   OPEN OUTPUT sessions-file
               WHEN "formsessions"
                   OPEN OUTPUT formsessions-file
               WHEN "custnotes"
                   OPEN OUTPUT custnotes-file
               WHEN "custtags"
                   OPEN OUTPUT custtags-file
               WHEN "apikeys"
                   OPEN OUTPUT apikeys-file
               WHEN "webhooksubs"
                   OPEN OUTPUT webhooksubs-file
               WHEN "ordarch"
                   OPEN OUTPUT ordarch-file
               WHEN "invarch"
                   OPEN OUTPUT invarch-file
               WHEN OTHER
                   DISPLAY "unknown dataset: "
                       FUNCTION TRIM(dataset-name)
                   END-WRITE
               WHEN "customers"
                   MOVE export-line TO customer-record
                   CALL "custcrypt" USING "S" customer-record
                       seal-result END-CALL
                   WRITE customer-record
                       INVALID KEY MOVE "Y" TO write-failed
                   END-WRITE
                   WRITE formsession-record
                       INVALID KEY MOVE "Y" TO write-failed
                   END-WRITE
               WHEN "custnotes"
                   MOVE export-line TO custnote-record
                   WRITE custnote-record
                       INVALID KEY MOVE "Y" TO write-failed
                   END-WRITE
               WHEN "custtags"
                   MOVE export-line TO custtag-record
                   WRITE custtag-record
                       INVALID KEY MOVE "Y" TO write-failed
                   END-WRITE
               WHEN "apikeys"
                   MOVE export-line TO apikey-record
                   WRITE apikey-record
                       INVALID KEY MOVE "Y" TO write-failed
                   END-WRITE
               WHEN "webhooksubs"
                   MOVE export-line TO webhooksub-record
                   WRITE webhooksub-record
                       INVALID KEY MOVE "Y" TO write-failed
                   END-WRITE
               WHEN "ordarch"
                   MOVE export-line TO ordarch-record
                   WRITE ordarch-record
                       INVALID KEY MOVE "Y" TO write-failed
                   END-WRITE
               WHEN "invarch"
                   MOVE export-line TO invarch-record
                   WRITE invarch-record
                       INVALID KEY MOVE "Y" TO write-failed
                   END-WRITE
           END-EVALUATE.

       close-target-dataset.
                   CLOSE sessions-file
               WHEN "formsessions"
                   CLOSE formsessions-file
               WHEN "custnotes"
                   CLOSE custnotes-file
               WHEN "custtags"
                   CLOSE custtags-file
               WHEN "apikeys"
                   CLOSE apikeys-file
               WHEN "webhooksubs"
                   CLOSE webhooksubs-file
               WHEN "ordarch"
                   CLOSE ordarch-file
               WHEN "invarch"
                   CLOSE invarch-file
           END-EVALUATE.
