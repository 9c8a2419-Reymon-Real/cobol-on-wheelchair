      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  the order-entry checks, shared by every path     ***
      ***          that files orders                                ***
      *** UPDATE:  an order's exposure includes the tax it was      ***
      ***          billed                                           ***
      *** UPDATE:  an order held for approval counts toward the     ***
      ***          exposure                                         ***
      *****************************************************************
      *** The checks an order must pass before it reaches the       ***
      *** orders dataset, in one place so the clerk's screen and    ***
      *** the customer's own portal refuse exactly the same things: ***
      ***  - the customer exists and is active;                     ***
      ***  - the customer is not on credit hold;                    ***
      ***  - what their open and billed orders still owe (amount    ***
      ***    less paid less credited) plus co-amount stays within   ***
      ***    CUST-CREDIT-LIMIT, when a limit is set. An order held  ***
      ***    for approval over the order-value limit counts too -   ***
      ***    it is billed the moment it is approved.                ***
      *** co-amount is the whole of what is about to be filed, so a ***
      *** multi-line filing is checked once, as a whole.            ***
      *** co-result "Y" means go ahead; "N" comes back with the     ***
      *** reason in co-message, worded for whoever is at the screen.***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. checkorder.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "orderdef.cbl".
           COPY "custdef.cbl".

       DATA DIVISION.
       FILE SECTION.
       FD orders-file.
       01 order-record.
           COPY "orderfld.cbl".

       FD customers-file.
       01 customer-record.
           COPY "custfld.cbl".

       WORKING-STORAGE SECTION.
       77 orders-file-status    PIC X(2).
       77 customers-file-status PIC X(2).

       77 co-found       PIC X(01).
       77 co-cust-hold   PIC X(01).
       77 co-cust-limit  PIC 9(9)V99.
       77 co-exposure    PIC 9(11)V99.
       77 co-limit-disp  PIC $ZZZ,ZZZ,ZZ9.99.
       77 co-expose-disp PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       77 co-cust-id  PIC X(10).
       77 co-amount   PIC 9(11)V99.
       77 co-result   PIC X(01).
       77 co-message  PIC X(90).

       PROCEDURE DIVISION USING co-cust-id co-amount co-result
               co-message.

       start-checkorder.

           MOVE "N" TO co-result.
           MOVE SPACES TO co-message.

           PERFORM read-customer.

           IF co-found NOT = "Y"
               MOVE "no active customer with that id" TO co-message
               GOBACK
           END-IF.

           IF co-cust-hold = "Y"
               MOVE "that customer is on credit hold - no new orders "
                   & "until the hold is released" TO co-message
               GOBACK
           END-IF.

           IF co-cust-limit > 0
               PERFORM total-exposure
               IF co-exposure > co-cust-limit
                   MOVE co-cust-limit TO co-limit-disp
                   MOVE co-exposure TO co-expose-disp
                   STRING "refused, over the credit limit: owing "
                                               DELIMITED BY SIZE
                          "would be "          DELIMITED BY SIZE
                          FUNCTION TRIM(co-expose-disp)
                                               DELIMITED BY SIZE
                          ", limit "           DELIMITED BY SIZE
                          FUNCTION TRIM(co-limit-disp)
                                               DELIMITED BY SIZE
                       INTO co-message
                   END-STRING
                   GOBACK
               END-IF
           END-IF.

           MOVE "Y" TO co-result.

           GOBACK.

       read-customer.

           MOVE "N" TO co-found.
           MOVE SPACES TO co-cust-hold.
           MOVE 0 TO co-cust-limit.

           OPEN INPUT customers-file.
           IF customers-file-status = "00"
               MOVE co-cust-id TO CUST-ID
               READ customers-file
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CUST-STATUS NOT = "I"
                           MOVE "Y" TO co-found
                       END-IF
                       MOVE CUST-CREDIT-HOLD TO co-cust-hold
                       IF CUST-CREDIT-LIMIT IS NUMERIC
                           MOVE CUST-CREDIT-LIMIT TO co-cust-limit
                       END-IF
               END-READ
               CLOSE customers-file
           END-IF.

      *****************************************************************
      *** The customer's orders sit together under the key, so one  ***
      *** START-and-walk totals what they still owe.                ***
      *****************************************************************
       total-exposure.

           MOVE co-amount TO co-exposure.

           OPEN INPUT orders-file.
           IF orders-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE co-cust-id TO ORD-CUST-ID.
           MOVE 0 TO ORD-NO.
           START orders-file KEY NOT < ORD-KEY
               INVALID KEY MOVE "10" TO orders-file-status
           END-START.
           IF orders-file-status = "00"
               READ orders-file NEXT RECORD
                   AT END MOVE "10" TO orders-file-status
               END-READ
               PERFORM UNTIL orders-file-status NOT = "00"
                   OR ORD-CUST-ID NOT = co-cust-id
                   IF (ORD-STATUS = "O" OR ORD-STATUS = "B"
                       OR ORD-STATUS = "H")
                      AND ORD-AMOUNT + ORD-TAX > ORD-PAID + ORD-CREDITED
                       COMPUTE co-exposure = co-exposure
                           + ORD-AMOUNT + ORD-TAX
                           - ORD-PAID - ORD-CREDITED
                   END-IF
                   READ orders-file NEXT RECORD
                       AT END MOVE "10" TO orders-file-status
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE orders-file.
