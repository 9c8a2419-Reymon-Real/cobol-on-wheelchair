      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  the trading company a customer deals with        ***
      *****************************************************************
      *** Hands back CUST-COMPANY for a customer id, for the        ***
      *** programs that raise orders and stamp ORD-COMPANY from it. ***
      *** An unknown customer or an unreadable master answers       ***
      *** spaces - the home company - and the invoice run stamps    ***
      *** the order again from the bill-to customer when it bills.  ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. getcustcompany.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "custdef.cbl".

       DATA DIVISION.
       FILE SECTION.
       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       WORKING-STORAGE SECTION.
       77 customers-file-status PIC X(2).

       LINKAGE SECTION.
       77 gcc-cust-id PIC X(10).
       77 gcc-company PIC X(4).

       PROCEDURE DIVISION USING gcc-cust-id gcc-company.

       start-getcustcompany.

           MOVE SPACES TO gcc-company.

           OPEN INPUT customers-file.
           IF customers-file-status = "00"
               MOVE gcc-cust-id TO CUST-ID
               READ customers-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CUST-COMPANY TO gcc-company
               END-READ
               CLOSE customers-file
           END-IF.

           GOBACK.
