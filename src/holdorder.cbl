      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  the order-value approval hold, shared by every   ***
      ***          program that files orders                        ***
      *****************************************************************
      *** Every writer of new orders - order entry, the portal's    ***
      *** quote acceptance, the recurring-order run and the API     ***
      *** usage billing - holds an order over the approval limit    ***
      *** the same way, in two calls around its WRITE:              ***
      ***   ho-mode "C", the order record built but not yet         ***
      ***     written: the limit for its trading company            ***
      ***     (ORDERAPPROVALLIMIT-<company> when configured, else   ***
      ***     ORDERAPPROVALLIMIT, default 10000; zero means no      ***
      ***     limit) against its net ORD-AMOUNT. Over it, an        ***
      ***     approval id is minted and the record stamped held -   ***
      ***     ORD-STATUS "H", ORD-FUL-STATUS spaces, ORD-APPR-ID -  ***
      ***     so it is neither billed nor picked until released.    ***
      ***     ho-result "Y" held, "N" within the limit, "E" no      ***
      ***     approval id could be minted (do not file the order).  ***
      ***   ho-mode "F", after the held order's WRITE: files the    ***
      ***     order/release approval it waits on, requested by      ***
      ***     ORD-USER, so the approvals screen refuses to let      ***
      ***     whoever took the order land it. ho-result "Y" filed,  ***
      ***     "E" not.                                              ***
      *** ho-message says what happened in the words order entry    ***
      *** shows the clerk.                                          ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. holdorder.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "apprdef.cbl".

       DATA DIVISION.
       FILE SECTION.
       FD pendingappr-file.
       01 pendingappr-record.
           COPY "apprfld.cbl".

       WORKING-STORAGE SECTION.
       77 pendingappr-file-status PIC X(2).

       77 cfg-key-name   PIC X(30).
       77 cfg-default    PIC 9(12).
       77 cfg-result     PIC 9(12).
       77 ho-limit       PIC 9(12).
       77 ho-limit-disp  PIC Z(11)9.
       77 ho-amount-disp PIC $ZZZ,ZZZ,ZZ9.99.
       77 ho-no-disp     PIC Z(9)9.
       77 ho-appr-key      PIC 9(10).
       77 ho-appr-key-disp PIC Z(9)9.

       LINKAGE SECTION.
       77 ho-mode    PIC X(01).
       01 ho-order.
           COPY "orderfld.cbl".
       77 ho-result  PIC X(01).
       77 ho-message PIC X(90).

       PROCEDURE DIVISION USING ho-mode ho-order ho-result ho-message.

       start-holdorder.

           MOVE "N" TO ho-result.
           MOVE SPACES TO ho-message.

           PERFORM find-approval-limit.

           IF ho-mode = "F"
               PERFORM file-order-approval
           ELSE
               PERFORM check-approval-limit
           END-IF.

           GOBACK.

      *****************************************************************
      *** The limit for the order's trading company: its own        ***
      *** ORDERAPPROVALLIMIT-<company> when one is configured,      ***
      *** else the general ORDERAPPROVALLIMIT. Zero means no limit. ***
      *****************************************************************
       find-approval-limit.

           MOVE "ORDERAPPROVALLIMIT" TO cfg-key-name.
           MOVE 10000 TO cfg-default.
           CALL "getconfig" USING cfg-key-name cfg-default
               cfg-result END-CALL.
           MOVE cfg-result TO ho-limit.

           IF ORD-COMPANY NOT = SPACES
               MOVE SPACES TO cfg-key-name
               STRING "ORDERAPPROVALLIMIT-" DELIMITED BY SIZE
                      FUNCTION TRIM(ORD-COMPANY) DELIMITED BY SIZE
                   INTO cfg-key-name
               END-STRING
               MOVE ho-limit TO cfg-default
               CALL "getconfig" USING cfg-key-name cfg-default
                   cfg-result END-CALL
               MOVE cfg-result TO ho-limit
           END-IF.

       check-approval-limit.

           IF ho-limit = 0 OR ORD-AMOUNT NOT > ho-limit
               EXIT PARAGRAPH
           END-IF.

           CALL "getnextkey" USING "APPROVAL  " ho-appr-key END-CALL.
           IF ho-appr-key = 0
               MOVE "E" TO ho-result
               MOVE "could not assign an approval id" TO ho-message
               EXIT PARAGRAPH
           END-IF.

      *** A held order is neither billed nor picked until approved. ***
           MOVE "H"    TO ORD-STATUS.
           MOVE SPACES TO ORD-FUL-STATUS.
           MOVE ho-appr-key TO ho-appr-key-disp.
           MOVE FUNCTION TRIM(ho-appr-key-disp) TO ORD-APPR-ID.
           MOVE "Y" TO ho-result.

      *****************************************************************
      *** The approval the held order waits on - the same pending   ***
      *** record the other dual-control requests use, requested by  ***
      *** whoever took the order.                                   ***
      *****************************************************************
       file-order-approval.

           MOVE ORD-NO TO ho-no-disp.

           OPEN I-O pendingappr-file.
           IF pendingappr-file-status = "35"
               OPEN OUTPUT pendingappr-file
               CLOSE pendingappr-file
               OPEN I-O pendingappr-file
           END-IF.
           IF pendingappr-file-status NOT = "00"
               MOVE "E" TO ho-result
               MOVE "order held, but its approval could not be "
                 & "filed - cancel and retake it" TO ho-message
               EXIT PARAGRAPH
           END-IF.

           MOVE ORD-AMOUNT TO ho-amount-disp.
           MOVE ho-limit TO ho-limit-disp.
           MOVE SPACES TO pendingappr-record.
           MOVE ORD-APPR-ID TO APPR-ID.
           MOVE "order" TO APPR-KIND.
           MOVE "release" TO APPR-ACTION.
           STRING FUNCTION TRIM(ORD-CUST-ID) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(ho-no-disp) DELIMITED BY SIZE
               INTO APPR-TARGET
           END-STRING.
           STRING "amount=" DELIMITED BY SIZE
                  FUNCTION TRIM(ho-amount-disp) DELIMITED BY SIZE
                  "|limit=" DELIMITED BY SIZE
                  FUNCTION TRIM(ho-limit-disp) DELIMITED BY SIZE
                  "|qty=" DELIMITED BY SIZE
                  ORD-QTY DELIMITED BY SIZE
                  "|product=" DELIMITED BY SIZE
                  FUNCTION TRIM(ORD-PROD-CODE) DELIMITED BY SIZE
                  "|desc=" DELIMITED BY SIZE
                  FUNCTION TRIM(ORD-DESC) DELIMITED BY SIZE
               INTO APPR-DETAIL
           END-STRING.
           MOVE ORD-USER TO APPR-REQ-BY.
           MOVE FUNCTION CURRENT-DATE TO APPR-REQ-WHEN.
           MOVE "P" TO APPR-STATUS.
           WRITE pendingappr-record
               INVALID KEY
                   MOVE "E" TO ho-result
                   MOVE "order held, but its approval could not be "
                     & "filed - cancel and retake it" TO ho-message
               NOT INVALID KEY
                   MOVE "Y" TO ho-result
                   STRING "order " DELIMITED BY SIZE
                          FUNCTION TRIM(ho-no-disp) DELIMITED BY SIZE
                          " is over the approval limit - held until "
                              DELIMITED BY SIZE
                          "another user approves it" DELIMITED BY SIZE
                       INTO ho-message
                   END-STRING
           END-WRITE.
           CLOSE pendingappr-file.
