      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  merge screen for confirmed duplicate customers   ***
      *** UPDATE:  both records opened for the compare and the      ***
      ***          survivor sealed again on rewrite                 ***
      *** UPDATE:  the survivor's and the duplicate's rewrites go   ***
      ***          on the change history                            ***
      *****************************************************************
      *** /admin/merge, the action end of the weekly duplicate      ***
      *** report: an admin names the surviving CUST-ID and the      ***
      *** sequence), applies the chosen field values, and           ***
      *** inactivates the duplicate with CUST-MERGED-INTO pointing  ***
      *** at the survivor - so an old id on a letter or bookmark    ***
      *** still resolves through showname's pointer-follow. Both    ***
      *** rewrites go on the change history, the duplicate's as a   ***
      *** "merge".                                                  ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       77 mc-notes-left PIC X(01) VALUE "N".
       77 mc-none-name PIC X(60) VALUE SPACES.
       77 mc-prior-name PIC X(60) VALUE SPACES.
       77 mc-new-name   PIC X(60) VALUE SPACES.
       77 mc-crypt-result PIC X(01) VALUE SPACE.
       77 mc-hist-action  PIC X(10) VALUE SPACES.
       77 mc-moved    PIC 9(4) USAGE COMP-5 VALUE 0.

       77 mc-val-ok      PIC X(01).
                   MOVE "no customer with the surviving id"
                       TO mc-message
               NOT INVALID KEY
                   CALL "custcrypt" USING "O" customer-record
                       mc-crypt-result END-CALL
                   IF mc-crypt-result NOT = "Y"
                       MOVE "the surviving record could not be opened"
                           TO mc-message
                   END-IF
                   MOVE customer-record TO mc-survivor-rec
           END-READ.

                       MOVE "no customer with the duplicate id"
                           TO mc-message
                   NOT INVALID KEY
                       CALL "custcrypt" USING "O" customer-record
                           mc-crypt-result END-CALL
                       IF mc-crypt-result NOT = "Y"
                           MOVE "the duplicate record could not be "
                               & "opened" TO mc-message
                       END-IF
                       MOVE customer-record TO mc-loser-rec
               END-READ
           END-IF.
                       MOVE "the surviving record disappeared"
                           TO mc-message
                   NOT INVALID KEY
                       MOVE SPACES TO mc-prior-name
                       CALL "custcrypt" USING "O" customer-record
                           mc-crypt-result END-CALL
                       IF mc-crypt-result = "Y"
                           MOVE CUST-NAME TO mc-prior-name
                       END-IF
                       MOVE customer-record TO jf-before
                       MOVE FUNCTION CURRENT-DATE TO SV-CHANGED
                       MOVE mc-survivor-rec TO customer-record
                       MOVE CUST-NAME TO mc-new-name
                       CALL "custcrypt" USING "S" customer-record
                           mc-crypt-result END-CALL
                       REWRITE customer-record
                           INVALID KEY
                               MOVE "could not update the survivor"
                                   TO mc-message
                           NOT INVALID KEY
                               CALL "updatephonidx" USING
                                   mc-prior-name mc-new-name CUST-ID
                                   END-CALL
                               MOVE "customers" TO jf-dataset
                               MOVE "R" TO jf-action
                               CALL "logjournal" USING jf-dataset
                                   jf-action jf-key jf-before
                                   jf-after END-CALL
                               MOVE "change" TO mc-hist-action
                               CALL "logcustchange" USING CUST-ID
                                   mc-hist-action jf-before jf-after
                                   SESS-USER OF the-session END-CALL
                       END-REWRITE
               END-READ
               CLOSE customers-file
                       MOVE "the duplicate record disappeared"
                           TO mc-message
                   NOT INVALID KEY
                       MOVE SPACES TO mc-prior-name
                       CALL "custcrypt" USING "O" customer-record
                           mc-crypt-result END-CALL
                       IF mc-crypt-result = "Y"
                           MOVE CUST-NAME TO mc-prior-name
                       END-IF
                       MOVE customer-record TO jf-before
                       MOVE "I" TO CUST-STATUS
                       MOVE FUNCTION CURRENT-DATE TO CUST-INACT-WHEN
                       MOVE SESS-USER OF the-session TO CUST-INACT-BY
                       MOVE SV-ID TO CUST-MERGED-INTO
                       MOVE FUNCTION CURRENT-DATE TO CUST-CHANGED
                       CALL "custcrypt" USING "S" customer-record
                           mc-crypt-result END-CALL
                       REWRITE customer-record
                           INVALID KEY
                               MOVE "could not retire the duplicate"
                                   TO mc-message
                           NOT INVALID KEY
                               CALL "updatephonidx" USING
                                   mc-prior-name mc-none-name CUST-ID
                                   END-CALL
                               MOVE "customers" TO jf-dataset
                               MOVE "R" TO jf-action
                               MOVE CUST-ID TO jf-key
                               CALL "logjournal" USING jf-dataset
                                   jf-action jf-key jf-before
                                   jf-after END-CALL
                               MOVE "merge" TO mc-hist-action
                               CALL "logcustchange" USING CUST-ID
                                   mc-hist-action jf-before jf-after
                                   SESS-USER OF the-session END-CALL
                       END-REWRITE
               END-READ
               CLOSE customers-file
