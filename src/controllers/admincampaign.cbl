      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  campaign mailing to a filtered customer set      ***
      *** UPDATE:  campaign subjects carry a reply reference tag    ***
      *** UPDATE:  customer records opened before the campaign      ***
      ***          filter                                           ***
      *****************************************************************
      *** /admin/campaign: pick a customer filter (status, city,    ***
      *** tag), preview how many customers it reaches, and queue    ***
      *** delivered versus dead is one click. Addresses the bounce  ***
      *** intake suppressed never even reach the preview count,     ***
      *** and neither do the marketing opt-outs or the do-not-email ***
      *** customers - a campaign is marketing by definition. Each   ***
      *** subject ends in a "[ref <campaign>/<customer>]" tag the   ***
      *** mail intake files replies by.                             ***
      *****************************************************************

       IDENTIFICATION DIVISION.

       77 cp-tag-folded  PIC X(20) VALUE SPACES.
       77 cp-match       PIC X(01).
       77 cp-open-result PIC X(01).
       77 cp-match-count PIC 9(7) USAGE COMP-5 VALUE 0.
       77 cp-count-disp  PIC Z(6)9.


       77 spool-to       PIC X(90).
       77 spool-subject  PIC X(90).
       77 spool-ref-tag  PIC X(30).
       77 spool-room     PIC 9(4) USAGE COMP-5.
       77 spool-body     PIC X(500).
       77 spool-template PIC X(30).
       77 spool-accepted PIC X(01).

           MOVE "N" TO cp-match.

           CALL "custcrypt" USING "O" customer-record cp-open-result
           END-CALL.
           IF cp-open-result NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(CUST-EMAIL) = SPACES
              OR CUST-EMAIL-BAD = "Y"
              OR CUST-NO-EMAIL = "Y"
       queue-one-message.

           MOVE CUST-EMAIL TO spool-to.
           PERFORM tag-subject.
           PERFORM personalize-body.

           MOVE "N" TO spool-accepted.
               ADD 1 TO cp-queued
           END-IF.

      *** The subject carries "[ref <campaign>/<customer>]" at its  ***
      *** end, so a reply from an address not on file still finds   ***
      *** its way back to the account through the mail intake. A    ***
      *** long subject gives way to the tag, never the other way.   ***
       tag-subject.

           MOVE SPACES TO spool-ref-tag.
           STRING "[ref "                   DELIMITED BY SIZE
                  FUNCTION TRIM(cp-camp-id) DELIMITED BY SIZE
                  "/"                       DELIMITED BY SIZE
                  FUNCTION TRIM(CUST-ID)    DELIMITED BY SIZE
                  "]"                       DELIMITED BY SIZE
               INTO spool-ref-tag
           END-STRING.
           COMPUTE spool-room = 89
               - FUNCTION LENGTH(FUNCTION TRIM(spool-ref-tag)).

           MOVE SPACES TO spool-subject.
           STRING FUNCTION TRIM(cp-subject-text(1:spool-room))
                                            DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  FUNCTION TRIM(spool-ref-tag) DELIMITED BY SIZE
               INTO spool-subject
           END-STRING.

      *** One token, replaced once: the body's "{{name}}" becomes  ***
      *** this customer's name; a body without the token goes out  ***
      *** as typed.                                                 ***
