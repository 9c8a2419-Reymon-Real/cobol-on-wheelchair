      ***          phonetic index instead of substrings               ***
      *** UPDATE:  ?tag= narrows either mode to customers carrying    ***
      ***          the tag                                            ***
      *** UPDATE:  each candidate record opened before its name and ***
      ***          email are matched                                ***
      *****************************************************************
      *** /search?q=smith scans the customer master for records     ***
      *** whose name or email contains the typed text (case folded  ***
       77 sc-tag-text   PIC X(90) VALUE SPACES.
       77 sc-tag-folded PIC X(20) VALUE SPACES.
       77 sc-tag-hit    PIC X(01).
       77 sc-open-result PIC X(01).

      *** mode=sounds: the query's phonetic code finds its cluster ***
      *** in the index, and the cluster's customers fill the same  ***
           READ customers-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   CALL "custcrypt" USING "O" customer-record
                       sc-open-result END-CALL
                   PERFORM judge-tag-filter
                   IF CUST-STATUS NOT = "I" AND sc-tag-hit = "Y"
                      AND sc-open-result = "Y"
                       ADD 1 TO sc-match-count
                       MOVE CUST-ID    TO sc-match-id(sc-match-count)
                       MOVE CUST-NAME  TO sc-match-name(sc-match-count)
               EXIT PARAGRAPH
           END-IF.

      *** Name and email are sealed on disk - the text is matched   ***
      *** against the opened record, never the stored bytes.        ***
           CALL "custcrypt" USING "O" customer-record sc-open-result
           END-CALL.
           IF sc-open-result NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO sc-hit-tally.

           MOVE FUNCTION UPPER-CASE(CUST-NAME) TO sc-field-upper.
