      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  is a date inside a closed financial period       ***
      *****************************************************************
      *** The one question every writer asks before it dates        ***
      *** anything: does cp-date (CCYYMMDD) fall in a month that    ***
      *** has been closed on the periods screen? Months are closed  ***
      *** strictly in order, so the date's month is closed when it, ***
      *** or any later month, is on data/periods.dat as closed - a  ***
      *** START at the month and one read answers it. cp-closed     ***
      *** comes back "Y" or "N"; no periods file yet means nothing  ***
      *** has been closed.                                          ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. checkperiod.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "perdef.cbl".

       DATA DIVISION.
       FILE SECTION.
       FD periods-file.
       01 period-record.
           COPY "perfld.cbl".

       WORKING-STORAGE SECTION.
       77 periods-file-status PIC X(2).

       LINKAGE SECTION.
       77 cp-date   PIC X(8).
       77 cp-closed PIC X(01).

       PROCEDURE DIVISION USING cp-date cp-closed.

       start-checkperiod.

           MOVE "N" TO cp-closed.

           IF cp-date IS NOT NUMERIC
               GOBACK
           END-IF.

           OPEN INPUT periods-file.
           IF periods-file-status NOT = "00"
               GOBACK
           END-IF.

           MOVE cp-date(1:6) TO PER-MONTH.
           START periods-file KEY NOT < PER-MONTH
               INVALID KEY MOVE "10" TO periods-file-status
           END-START.
           IF periods-file-status = "00"
               READ periods-file NEXT RECORD
                   AT END MOVE "10" TO periods-file-status
               END-READ
               PERFORM UNTIL periods-file-status NOT = "00"
                   OR cp-closed = "Y"
                   IF PER-STATUS = "C"
                       MOVE "Y" TO cp-closed
                   END-IF
                   READ periods-file NEXT RECORD
                       AT END MOVE "10" TO periods-file-status
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE periods-file.

           GOBACK.
