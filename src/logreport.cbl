      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  one shared way for a batch report to register    ***
      ***          its finished output                              ***
      *** UPDATE:  a new report is mailed to its distribution lists ***
      *****************************************************************
      *** Files one entry in the report-spool catalog               ***
      *** (data/reportspool.dat) for a report a batch job just      ***
      *** called after each route edit. Failure to register never   ***
      *** fails the job - the report itself is already safely on    ***
      *** disk.                                                      ***
      *** A newly catalogued report is then handed to mailreport,   ***
      *** which mails it to every distribution list whose pattern   ***
      *** names the producing program. The caller's RETURN-CODE is  ***
      *** kept across that call.                                    ***
      *****************************************************************

       IDENTIFICATION DIVISION.

       77 rr-new-key      PIC 9(10).
       77 rr-new-key-disp PIC Z(9)9.
       77 rr-written      PIC X(01) VALUE "N".
       77 rr-saved-rc     PIC S9(9) USAGE COMP-5.
       77 rr-entry        PIC X(158).

       LINKAGE SECTION.
       77 rr-name    PIC X(90).

       start-logreport.

           MOVE RETURN-CODE TO rr-saved-rc.
           MOVE "N" TO rr-written.
           OPEN I-O reportspool-file.
           IF reportspool-file-status = "35"
               OPEN OUTPUT reportspool-file
                   MOVE rr-lines   TO RPT-LINES
                   WRITE reportspool-record
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO rr-written
                           MOVE reportspool-record TO rr-entry
                   END-WRITE
               END-IF
               CLOSE reportspool-file
           END-IF.

           IF rr-written = "Y"
               CALL "mailreport" USING rr-entry END-CALL
           END-IF.

           MOVE rr-saved-rc TO RETURN-CODE.

           GOBACK.
