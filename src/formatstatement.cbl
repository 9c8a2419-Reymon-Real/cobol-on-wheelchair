      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  the printed face of a customer account statement ***
      *** UPDATE:  each invoice on the statement shows when it      ***
      ***          falls due                                        ***
      *****************************************************************
      *** Lays one statement record (stmfld.cbl) out as plain text  ***
      *** lines (stmlines.cbl), in one place so the copy the front  ***
      *** desk posts and the copy the customer downloads from the   ***
      *** portal read line for line the same: heading, the month's  ***
      *** activity in date order, the roll from opening to closing  ***
      *** balance, and the closing balance aged the way the AR      ***
      *** aging report ages it. Invoices, unbilled orders and       ***
      *** returned payments count up; credit notes and payments     ***
      *** count down and print with a trailing minus. The caller    ***
      *** adds whatever goes around the lines - an address block, a ***
      *** page break.                                               ***
      *** Each invoice line says when the invoice falls due, read   ***
      *** off the invoice (getduedate's default terms for one cut   ***
      *** before due dates were stamped).                           ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. formatstatement.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "invdef.cbl".

       DATA DIVISION.

       FILE SECTION.
       FD invoices-file.
       01 invoice-record.
           COPY "invfld.cbl".

       WORKING-STORAGE SECTION.
       77 invoices-file-status PIC X(2).
       77 fs-ctr        PIC 9(4) USAGE COMP-5.
       77 fs-kept       PIC 9(4) USAGE COMP-5.
       77 fs-signed     PIC S9(11)V99.
       77 fs-more       PIC 9(4).
       77 fs-more-disp  PIC Z(3)9.
       77 fs-due-date   PIC X(8).
       77 fs-terms-type PIC X(1).
       77 fs-terms-days PIC 9(3).

       01 fs-item-line.
          05 fi-date    PIC X(10).
          05 FILLER     PIC X(2).
          05 fi-word    PIC X(22).
          05 FILLER     PIC X(2).
          05 fi-ref     PIC X(16).
          05 FILLER     PIC X(2).
          05 fi-amount  PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER     PIC X(27).

       01 fs-total-line.
          05 ft-label   PIC X(54).
          05 ft-amount  PIC $ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 fs-aging-line.
          05 fa-label   PIC X(10).
          05 fa-current PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER     PIC X(2).
          05 fa-30      PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER     PIC X(2).
          05 fa-60      PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER     PIC X(2).
          05 fa-90      PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 fs-statement.
           COPY "stmfld.cbl".

       01 fs-lines.
           COPY "stmlines.cbl".

       PROCEDURE DIVISION USING fs-statement fs-lines.

       start-formatstatement.

           MOVE 0 TO STL-COUNT.

           MOVE SPACES TO fs-item-line.
           STRING "ACCOUNT STATEMENT FOR "      DELIMITED BY SIZE
                  STM-PERIOD(1:4)               DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  STM-PERIOD(5:2)               DELIMITED BY SIZE
                  "          CUSTOMER "         DELIMITED BY SIZE
                  FUNCTION TRIM(STM-CUST-ID)    DELIMITED BY SIZE
               INTO fs-item-line
           END-STRING.
           PERFORM add-line.
           MOVE SPACES TO fs-item-line.
           PERFORM add-line.

           MOVE SPACES TO fs-item-line.
           MOVE "DATE" TO fs-item-line(1:4).
           MOVE "ITEM" TO fs-item-line(13:4).
           MOVE "REFERENCE" TO fs-item-line(37:9).
           MOVE "AMOUNT" TO fs-item-line(67:6).
           PERFORM add-line.
           MOVE SPACES TO fs-item-line.
           MOVE ALL "-" TO fs-item-line(1:73).
           PERFORM add-line.

           IF STM-ITEM-COUNT > 40
               MOVE 40 TO fs-kept
           ELSE
               MOVE STM-ITEM-COUNT TO fs-kept
           END-IF.

           OPEN INPUT invoices-file.
           PERFORM VARYING fs-ctr FROM 1 BY 1 UNTIL fs-ctr > fs-kept
               PERFORM format-one-item
           END-PERFORM.
           IF invoices-file-status = "00"
               CLOSE invoices-file
           END-IF.

           IF STM-ITEM-COUNT = 0
               MOVE SPACES TO fs-item-line
               MOVE "no activity this month" TO fs-item-line(13:60)
               PERFORM add-line
           END-IF.

           IF STM-ITEM-COUNT > 40
               COMPUTE fs-more = STM-ITEM-COUNT - 40
               MOVE fs-more TO fs-more-disp
               MOVE SPACES TO fs-item-line
               STRING "... and "                  DELIMITED BY SIZE
                      FUNCTION TRIM(fs-more-disp) DELIMITED BY SIZE
                      " further item(s) - ask the office for the "
                                                  DELIMITED BY SIZE
                      "full list"                 DELIMITED BY SIZE
                   INTO fs-item-line(13:88)
               END-STRING
               PERFORM add-line
           END-IF.

           MOVE SPACES TO fs-item-line.
           PERFORM add-line.

           MOVE "OPENING BALANCE" TO ft-label.
           MOVE STM-OPENING TO ft-amount.
           PERFORM add-total-line.
           MOVE "INVOICED THIS MONTH" TO ft-label.
           MOVE STM-INVOICED TO ft-amount.
           PERFORM add-total-line.
           MOVE "ORDERS NOT YET INVOICED" TO ft-label.
           MOVE STM-UNBILLED TO ft-amount.
           PERFORM add-total-line.
           MOVE "CREDIT NOTES" TO ft-label.
           COMPUTE fs-signed = 0 - STM-CREDITED.
           MOVE fs-signed TO ft-amount.
           PERFORM add-total-line.
           MOVE "PAYMENTS RECEIVED" TO ft-label.
           COMPUTE fs-signed = 0 - STM-PAID.
           MOVE fs-signed TO ft-amount.
           PERFORM add-total-line.
           MOVE "PAYMENTS RETURNED BY THE BANK" TO ft-label.
           MOVE STM-RETURNED TO ft-amount.
           PERFORM add-total-line.
           MOVE "CLOSING BALANCE" TO ft-label.
           MOVE STM-CLOSING TO ft-amount.
           PERFORM add-total-line.

           MOVE SPACES TO fs-item-line.
           PERFORM add-line.
           MOVE "AGED" TO fs-item-line(1:4).
           MOVE "CURRENT" TO fs-item-line(22:7).
           MOVE "30 DAYS" TO fs-item-line(42:7).
           MOVE "60 DAYS" TO fs-item-line(62:7).
           MOVE "90+ DAYS" TO fs-item-line(81:8).
           PERFORM add-line.

           MOVE SPACES TO fs-aging-line.
           MOVE STM-AGE-CURRENT TO fa-current.
           MOVE STM-AGE-30 TO fa-30.
           MOVE STM-AGE-60 TO fa-60.
           MOVE STM-AGE-90 TO fa-90.
           MOVE fs-aging-line TO fs-item-line.
           PERFORM add-line.

           GOBACK.

       format-one-item.

           MOVE SPACES TO fs-item-line.
           STRING STM-ITEM-DATE(fs-ctr)(1:4)    DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  STM-ITEM-DATE(fs-ctr)(5:2)    DELIMITED BY SIZE
                  "-"                           DELIMITED BY SIZE
                  STM-ITEM-DATE(fs-ctr)(7:2)    DELIMITED BY SIZE
               INTO fi-date
           END-STRING.
           MOVE STM-ITEM-REF(fs-ctr) TO fi-ref.

           EVALUATE STM-ITEM-TYPE(fs-ctr)
               WHEN "I"
                   MOVE "invoice" TO fi-word
                   PERFORM find-invoice-due
                   IF fs-due-date NOT = SPACES
                       STRING "invoice due "          DELIMITED BY SIZE
                              fs-due-date(1:4) "-" fs-due-date(5:2) "-"
                              fs-due-date(7:2)        DELIMITED BY SIZE
                           INTO fi-word
                       END-STRING
                   END-IF
                   COMPUTE fs-signed = STM-ITEM-AMOUNT(fs-ctr)
               WHEN "U"
                   MOVE "order not yet invoiced" TO fi-word
                   COMPUTE fs-signed = STM-ITEM-AMOUNT(fs-ctr)
               WHEN "R"
                   MOVE "payment returned" TO fi-word
                   COMPUTE fs-signed = STM-ITEM-AMOUNT(fs-ctr)
               WHEN "C"
                   MOVE "credit note" TO fi-word
                   COMPUTE fs-signed = 0 - STM-ITEM-AMOUNT(fs-ctr)
               WHEN OTHER
                   MOVE "payment received" TO fi-word
                   COMPUTE fs-signed = 0 - STM-ITEM-AMOUNT(fs-ctr)
           END-EVALUATE.
           MOVE fs-signed TO fi-amount.

           PERFORM add-line.

      *** When the invoice falls due: as stamped on it, or for one  ***
      *** cut before due dates were, the default terms from its     ***
      *** invoice date. Spaces if the invoice can't be read.        ***
       find-invoice-due.

           MOVE SPACES TO fs-due-date.
           IF invoices-file-status NOT = "00"
              AND invoices-file-status NOT = "23"
               EXIT PARAGRAPH
           END-IF.

           MOVE STM-ITEM-REF(fs-ctr) TO INV-NO.
           READ invoices-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE INV-DUE-DATE TO fs-due-date
                   IF fs-due-date = SPACES
                       MOVE SPACES TO fs-terms-type
                       MOVE 0 TO fs-terms-days
                       CALL "getduedate" USING INV-CREATED(1:8)
                           fs-terms-type fs-terms-days fs-due-date
                           END-CALL
                   END-IF
           END-READ.

       add-total-line.

           MOVE fs-total-line TO fs-item-line.
           PERFORM add-line.
           MOVE SPACES TO fs-total-line.

       add-line.

           IF STL-COUNT < 80
               ADD 1 TO STL-COUNT
               MOVE fs-item-line TO STL-LINE(STL-COUNT)
           END-IF.
