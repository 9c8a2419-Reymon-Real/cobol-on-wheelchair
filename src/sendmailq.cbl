      ***          reaches the spool                                ***
      *** UPDATE:  a customer's do-not-email preference is          ***
      ***          enforced here too                                ***
      *** UPDATE:  a sealed record is matched through its email     ***
      ***          lookup key                                       ***
      *** UPDATE:  a caller can have a file attached to the message ***
      *****************************************************************
      *** Spools one outbound email onto data/mailspool.dat; the    ***
      *** sender batch job drains the spool through the SMTP relay  ***
      *** refused here, so every mailing path - statements,         ***
      *** campaigns, one-off callers - honors the suppression       ***
      *** without each of them rechecking the master.               ***
      *** A caller that wants a file attached names it in the       ***
      *** external mail-attachment (mattfld.cbl) just before the    ***
      *** call; it is taken onto MAIL-ATTACH and cleared here       ***
      *** whether or not the message is accepted, so it never       ***
      *** rides along on somebody else's mail.                      ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       77 customers-file-status PIC X(2).
       77 mq-suppressed PIC X(01).

      *** The recipient as the master's email lookup key, so a      ***
      *** sealed record answers without being opened.               ***
       01 mq-key-customer.
           COPY "custfld.cbl"
              REPLACING LEADING ==CUST== BY ==MQ==.
       77 mq-key-result PIC X(01).

       77 mq-new-key      PIC 9(10).
       77 mq-new-key-disp PIC Z(9)9.
       77 mq-addr-len     PIC 9(4) USAGE COMP-5.
       77 mq-addr-ptr     PIC 9(4) USAGE COMP-5.
       77 mq-one-char     PIC X(01).
       77 mq-addr-ok      PIC X(01).
       77 mq-attach       PIC X(90).

       01 mail-attachment EXTERNAL.
           COPY "mattfld.cbl".

       LINKAGE SECTION.
       77 mq-to       PIC X(90).

           MOVE "N" TO mq-accepted.

           INSPECT MATT-FILE REPLACING ALL LOW-VALUE BY SPACE.
           MOVE MATT-FILE TO mq-attach.
           MOVE SPACES TO MATT-FILE.

           PERFORM screen-recipient-address.
           IF mq-addr-ok NOT = "Y"
               GOBACK
                   MOVE mq-subject  TO MAIL-SUBJECT
                   MOVE mq-body     TO MAIL-BODY
                   MOVE mq-template TO MAIL-TEMPLATE
                   MOVE mq-attach   TO MAIL-ATTACH
                   MOVE "P" TO MAIL-STATUS
                   MOVE 0 TO MAIL-ATTEMPTS
                   MOVE FUNCTION CURRENT-DATE TO MAIL-CREATED
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO mq-key-customer.
           MOVE mq-to TO MQ-EMAIL.
           CALL "custcrypt" USING "K" mq-key-customer mq-key-result
               END-CALL.

           READ customers-file NEXT RECORD
               AT END MOVE "10" TO customers-file-status
           END-READ.
           PERFORM UNTIL customers-file-status NOT = "00"
               OR mq-suppressed = "Y"
               IF CUST-EMAIL-BAD = "Y" OR CUST-NO-EMAIL = "Y"
                   PERFORM judge-suppressed-address
               END-IF
               READ customers-file NEXT RECORD
                   AT END MOVE "10" TO customers-file-status

           CLOSE customers-file.

       judge-suppressed-address.

           IF CUST-SEALED = "Y"
               IF MQ-EMAIL-KEY NOT = SPACES
                  AND CUST-EMAIL-KEY = MQ-EMAIL-KEY
                   MOVE "Y" TO mq-suppressed
               END-IF
           ELSE
               IF FUNCTION LOWER-CASE(FUNCTION TRIM(CUST-EMAIL))
                  = FUNCTION LOWER-CASE(FUNCTION TRIM(mq-to))
                   MOVE "Y" TO mq-suppressed
               END-IF
           END-IF.

       screen-recipient-address.

           MOVE "Y" TO mq-addr-ok.
