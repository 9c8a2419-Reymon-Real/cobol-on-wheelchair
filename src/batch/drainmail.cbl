      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  email spool sender through the SMTP relay        ***
      *** UPDATE:  a spooled message can carry a file as a MIME     ***
      ***          attachment                                       ***
      *****************************************************************
      *** Batch job, run every few minutes from cron: delivers      ***
      *** every due message on data/mailspool.dat through the       ***
      *** status says whether the relay took it. Recipient          ***
      *** addresses were screened to safe characters when they      ***
      *** were spooled (see sendmailq).                             ***
      *** A message with MAIL-ATTACH set goes out as a two-part     ***
      *** MIME message, the body then the file base64-encoded by    ***
      *** the system's base64 tool. A path with anything but plain  ***
      *** file-name characters, or a file no longer on disk (the    ***
      *** retention purge got there first), is not attached - the   ***
      *** message goes out plain with a line saying so.             ***
      *****************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS message-file-status.

           SELECT attach-file
               ASSIGN TO attach-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS attach-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD mailspool-file.
       FD message-file.
       01 message-line PIC X(500).

       FD attach-file.
       01 attach-line PIC X(256).

       WORKING-STORAGE SECTION.
       77 mailspool-file-status PIC X(2).
       77 config-file-status    PIC X(2).
       77 message-file-status   PIC X(2).
       77 message-file-name     PIC X(80)
               VALUE "data/mailmsg.tmp".
       77 attach-file-status    PIC X(2).
       77 attach-file-name      PIC X(90).

      *** The attachment in hand: whether it can go, the name it is ***
      *** offered under, and the shell line that encodes it.        ***
       78 MIME-BOUNDARY VALUE "cow-mail-part-boundary".
       77 attach-ok      PIC X(01).
       77 attach-base    PIC X(90).
       77 attach-len     PIC 9(4) USAGE COMP-5.
       77 attach-ptr     PIC 9(4) USAGE COMP-5.
       77 attach-char    PIC X(01).
       77 attach-command PIC X(300).

       78 MAIL-MAX-TRIES    VALUE 5.
       78 MAIL-BACKOFF-SECS VALUE 120.

       write-message-file.

           MOVE "N" TO attach-ok.
           IF MAIL-ATTACH NOT = SPACES
               PERFORM check-attachment
           END-IF.

           OPEN OUTPUT message-file.

           MOVE SPACES TO message-line.
           END-STRING.
           WRITE message-line.

           IF attach-ok = "Y"
               PERFORM write-attached-message
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO message-line.
           WRITE message-line.

           MOVE MAIL-BODY TO message-line.
           WRITE message-line.

           IF MAIL-ATTACH NOT = SPACES
               MOVE SPACES TO message-line
               WRITE message-line
               MOVE SPACES TO message-line
               STRING "(" DELIMITED BY SIZE
                      FUNCTION TRIM(MAIL-ATTACH) DELIMITED BY SIZE
                      " could not be attached - it is no longer on "
                          DELIMITED BY SIZE
                      "disk.)" DELIMITED BY SIZE
                   INTO message-line
               END-STRING
               WRITE message-line
           END-IF.

           CLOSE message-file.

      *****************************************************************
      *** Plain file-name characters only - the path goes on a      ***
      *** shell line - and the file must still be there.            ***
      *****************************************************************
       check-attachment.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(MAIL-ATTACH))
               TO attach-len.
           MOVE "Y" TO attach-ok.
           PERFORM VARYING attach-ptr FROM 1 BY 1
                   UNTIL attach-ptr > attach-len
                   OR attach-ok = "N"
               MOVE MAIL-ATTACH(attach-ptr:1) TO attach-char
               IF attach-char IS NOT ALPHABETIC
                  AND attach-char NOT NUMERIC
                  AND attach-char NOT = "/"
                  AND attach-char NOT = "."
                  AND attach-char NOT = "_"
                  AND attach-char NOT = "-"
                   MOVE "N" TO attach-ok
               END-IF
               IF attach-char = SPACE
                   MOVE "N" TO attach-ok
               END-IF
           END-PERFORM.
           IF attach-ok NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE MAIL-ATTACH TO attach-file-name.
           OPEN INPUT attach-file.
           IF attach-file-status = "00"
               CLOSE attach-file
           ELSE
               MOVE "N" TO attach-ok
           END-IF.

      *** The offered name is the path's last segment.              ***
           MOVE SPACES TO attach-base.
           MOVE MAIL-ATTACH TO attach-base.
           PERFORM VARYING attach-ptr FROM attach-len BY -1
                   UNTIL attach-ptr < 1
               IF MAIL-ATTACH(attach-ptr:1) = "/"
                   MOVE SPACES TO attach-base
                   MOVE MAIL-ATTACH(attach-ptr + 1:) TO attach-base
                   MOVE 0 TO attach-ptr
               END-IF
           END-PERFORM.

      *****************************************************************
      *** Headers are already out; the MIME parts follow. The       ***
      *** encoded file is appended by the shell between the two     ***
      *** halves written here.                                      ***
      *****************************************************************
       write-attached-message.

           MOVE "MIME-Version: 1.0" TO message-line.
           WRITE message-line.
           MOVE SPACES TO message-line.
           STRING 'Content-Type: multipart/mixed; boundary="'
                      DELIMITED BY SIZE
                  MIME-BOUNDARY DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
               INTO message-line
           END-STRING.
           WRITE message-line.
           MOVE SPACES TO message-line.
           WRITE message-line.

           MOVE SPACES TO message-line.
           STRING "--" MIME-BOUNDARY DELIMITED BY SIZE
               INTO message-line
           END-STRING.
           WRITE message-line.
           MOVE "Content-Type: text/plain; charset=utf-8"
               TO message-line.
           WRITE message-line.
           MOVE SPACES TO message-line.
           WRITE message-line.
           MOVE MAIL-BODY TO message-line.
           WRITE message-line.
           MOVE SPACES TO message-line.
           WRITE message-line.

           MOVE SPACES TO message-line.
           STRING "--" MIME-BOUNDARY DELIMITED BY SIZE
               INTO message-line
           END-STRING.
           WRITE message-line.
           MOVE SPACES TO message-line.
           STRING 'Content-Type: text/plain; charset=utf-8; name="'
                      DELIMITED BY SIZE
                  FUNCTION TRIM(attach-base) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
               INTO message-line
           END-STRING.
           WRITE message-line.
           MOVE SPACES TO message-line.
           STRING 'Content-Disposition: attachment; filename="'
                      DELIMITED BY SIZE
                  FUNCTION TRIM(attach-base) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
               INTO message-line
           END-STRING.
           WRITE message-line.
           MOVE "Content-Transfer-Encoding: base64" TO message-line.
           WRITE message-line.
           MOVE SPACES TO message-line.
           WRITE message-line.
           CLOSE message-file.

           MOVE SPACES TO attach-command.
           STRING "base64 " DELIMITED BY SIZE
                  FUNCTION TRIM(MAIL-ATTACH) DELIMITED BY SIZE
                  " >> " DELIMITED BY SIZE
                  FUNCTION TRIM(message-file-name) DELIMITED BY SIZE
               INTO attach-command
           END-STRING.
           CALL "SYSTEM" USING attach-command END-CALL.
           MOVE 0 TO RETURN-CODE.

           OPEN EXTEND message-file.
           MOVE SPACES TO message-line.
           WRITE message-line.
           MOVE SPACES TO message-line.
           STRING "--" MIME-BOUNDARY "--" DELIMITED BY SIZE
               INTO message-line
           END-STRING.
           WRITE message-line.
           CLOSE message-file.

      *****************************************************************
