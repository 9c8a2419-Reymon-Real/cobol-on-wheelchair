      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  security events to one log in syslog/CEF layout  ***
      *** UPDATE:  a forged card payment callback is an event       ***
      *****************************************************************
      *** Appends one line per security event (secevtfld.cbl) to    ***
      *** data/secevents.log, already in the shape the corporate    ***
      *** SIEM collector takes: an RFC 5424 syslog header -         ***
      *** facility authpriv, the event's name as MSGID - carrying   ***
      *** an ArcSight CEF:0 message. The catalogue below gives each ***
      *** event its CEF signature id, name and severity (0-10); the ***
      *** syslog severity follows from it. The extension carries    ***
      *** src (REMOTE_ADDR), suser, duser, msg and the request's    ***
      *** trace id as cs1 - blank fields are left out, batch        ***
      *** callers have no address or trace. Values are escaped the  ***
      *** way CEF wants ("\" and "=" behind a backslash). The log   ***
      *** is append-only; forwardsecevents ships it to the          ***
      *** collector from its own checkpoint. A log that can't be    ***
      *** written never stops the caller - the event is lost, the   ***
      *** login or change it describes still goes ahead.            ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. logsecevent.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT secevents-file
               ASSIGN TO "data/secevents.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS secevents-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD secevents-file.
       01 secevents-line PIC X(800).

       WORKING-STORAGE SECTION.
       77 secevents-file-status PIC X(2).

      *** The catalogue: event name, CEF signature id, CEF name,    ***
      *** CEF severity. An event not listed goes out as 199.        ***
       78 se-catalogue-max VALUE 12.
       01 se-catalogue-values.
          05 FILLER PIC X(20) VALUE "login.failure".
          05 FILLER PIC X(03) VALUE "100".
          05 FILLER PIC X(40) VALUE "Login failed".
          05 FILLER PIC 9(02) VALUE 05.
          05 FILLER PIC X(20) VALUE "login.locked".
          05 FILLER PIC X(03) VALUE "101".
          05 FILLER PIC X(40) VALUE "Login refused - account locked".
          05 FILLER PIC 9(02) VALUE 06.
          05 FILLER PIC X(20) VALUE "login.disabled".
          05 FILLER PIC X(03) VALUE "102".
          05 FILLER PIC X(40)
                    VALUE "Login refused - account disabled".
          05 FILLER PIC 9(02) VALUE 05.
          05 FILLER PIC X(20) VALUE "account.lockout".
          05 FILLER PIC X(03) VALUE "103".
          05 FILLER PIC X(40) VALUE "Account locked out".
          05 FILLER PIC 9(02) VALUE 08.
          05 FILLER PIC X(20) VALUE "mfa.failure".
          05 FILLER PIC X(03) VALUE "110".
          05 FILLER PIC X(40) VALUE "Second factor failed".
          05 FILLER PIC 9(02) VALUE 07.
          05 FILLER PIC X(20) VALUE "mfa.unenrolled".
          05 FILLER PIC X(03) VALUE "111".
          05 FILLER PIC X(40) VALUE "Second factor removed".
          05 FILLER PIC 9(02) VALUE 06.
          05 FILLER PIC X(20) VALUE "deny.added".
          05 FILLER PIC X(03) VALUE "120".
          05 FILLER PIC X(40) VALUE "Address added to deny list".
          05 FILLER PIC 9(02) VALUE 06.
          05 FILLER PIC X(20) VALUE "role.granted".
          05 FILLER PIC X(03) VALUE "130".
          05 FILLER PIC X(40) VALUE "Account created with role".
          05 FILLER PIC 9(02) VALUE 06.
          05 FILLER PIC X(20) VALUE "account.disabled".
          05 FILLER PIC X(03) VALUE "131".
          05 FILLER PIC X(40) VALUE "Account disabled".
          05 FILLER PIC 9(02) VALUE 05.
          05 FILLER PIC X(20) VALUE "account.enabled".
          05 FILLER PIC X(03) VALUE "132".
          05 FILLER PIC X(40) VALUE "Account enabled".
          05 FILLER PIC 9(02) VALUE 06.
          05 FILLER PIC X(20) VALUE "apikey.refused".
          05 FILLER PIC X(03) VALUE "140".
          05 FILLER PIC X(40) VALUE "API key refused".
          05 FILLER PIC 9(02) VALUE 06.
          05 FILLER PIC X(20) VALUE "payment.forged".
          05 FILLER PIC X(03) VALUE "141".
          05 FILLER PIC X(40)
                    VALUE "Card payment callback signature refused".
          05 FILLER PIC 9(02) VALUE 08.
       01 FILLER REDEFINES se-catalogue-values.
          05 se-catalogue OCCURS 12 TIMES.
             10 se-cat-event PIC X(20).
             10 se-cat-sig   PIC X(03).
             10 se-cat-name  PIC X(40).
             10 se-cat-sev   PIC 9(02).

       77 se-cat-ctr     PIC 9(4) USAGE COMP-5.
       77 se-sig         PIC X(03).
       77 se-name        PIC X(40).
       77 se-sev         PIC 9(02).
       77 se-sev-disp    PIC Z9.
       77 se-pri         PIC 9(03).

       77 se-now         PIC X(21).
       77 se-stamp       PIC X(29).
       77 se-host        PIC X(60) VALUE SPACES.
       77 se-remote-addr PIC X(45) VALUE SPACES.
       77 se-line-ptr    PIC 9(4) USAGE COMP-5.

      *** One extension value on its way through the CEF escaping.  ***
       77 se-raw         PIC X(120).
       77 se-escaped     PIC X(240).
       77 se-raw-len     PIC 9(4) USAGE COMP-5.
       77 se-raw-ctr     PIC 9(4) USAGE COMP-5.
       77 se-esc-ptr     PIC 9(4) USAGE COMP-5.

       01 request-trace EXTERNAL.
           COPY "tracefld.cbl".

       LINKAGE SECTION.
       01 security-event.
           COPY "secevtfld.cbl".

       PROCEDURE DIVISION USING security-event.

       start-logsecevent.

           PERFORM look-up-catalogue.
           PERFORM build-header-fields.

           MOVE SPACES TO secevents-line.
           MOVE 1 TO se-line-ptr.
           STRING "<"                         DELIMITED BY SIZE
                  se-pri                      DELIMITED BY SIZE
                  ">1 "                       DELIMITED BY SIZE
                  FUNCTION TRIM(se-stamp)     DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  FUNCTION TRIM(se-host)      DELIMITED BY SIZE
                  " cow - "                   DELIMITED BY SIZE
                  FUNCTION TRIM(SEC-EVENT)    DELIMITED BY SIZE
                  " - CEF:0|cobol-on-wheelchair|cow|1.0|"
                                              DELIMITED BY SIZE
                  se-sig                      DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(se-name)      DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(se-sev-disp)  DELIMITED BY SIZE
                  "|cat=security"             DELIMITED BY SIZE
               INTO secevents-line WITH POINTER se-line-ptr
           END-STRING.

           IF se-remote-addr NOT = SPACES
               MOVE se-remote-addr TO se-raw
               PERFORM escape-one-value
               STRING " src="                    DELIMITED BY SIZE
                      FUNCTION TRIM(se-escaped)  DELIMITED BY SIZE
                   INTO secevents-line WITH POINTER se-line-ptr
               END-STRING
           END-IF.

           IF SEC-USER NOT = SPACES
               MOVE SEC-USER TO se-raw
               PERFORM escape-one-value
               STRING " suser="                  DELIMITED BY SIZE
                      FUNCTION TRIM(se-escaped)  DELIMITED BY SIZE
                   INTO secevents-line WITH POINTER se-line-ptr
               END-STRING
           END-IF.

           IF SEC-TARGET NOT = SPACES
               MOVE SEC-TARGET TO se-raw
               PERFORM escape-one-value
               STRING " duser="                  DELIMITED BY SIZE
                      FUNCTION TRIM(se-escaped)  DELIMITED BY SIZE
                   INTO secevents-line WITH POINTER se-line-ptr
               END-STRING
           END-IF.

           IF TRACE-ID NOT = SPACES
               STRING " cs1Label=traceId cs1="   DELIMITED BY SIZE
                      FUNCTION TRIM(TRACE-ID)    DELIMITED BY SIZE
                   INTO secevents-line WITH POINTER se-line-ptr
               END-STRING
           END-IF.

           IF SEC-DETAIL NOT = SPACES
               MOVE SEC-DETAIL TO se-raw
               PERFORM escape-one-value
               STRING " msg="                    DELIMITED BY SIZE
                      FUNCTION TRIM(se-escaped)  DELIMITED BY SIZE
                   INTO secevents-line WITH POINTER se-line-ptr
               END-STRING
           END-IF.

           OPEN EXTEND secevents-file.
           IF secevents-file-status NOT = "00"
               OPEN OUTPUT secevents-file
           END-IF.
           IF secevents-file-status = "00"
               WRITE secevents-line
               CLOSE secevents-file
           END-IF.

           GOBACK.

       look-up-catalogue.

           MOVE "199" TO se-sig.
           MOVE "Security event" TO se-name.
           MOVE 5 TO se-sev.

           PERFORM VARYING se-cat-ctr FROM 1 BY 1
                   UNTIL se-cat-ctr > se-catalogue-max
               IF se-cat-event(se-cat-ctr) = SEC-EVENT
                   MOVE se-cat-sig(se-cat-ctr)  TO se-sig
                   MOVE se-cat-name(se-cat-ctr) TO se-name
                   MOVE se-cat-sev(se-cat-ctr)  TO se-sev
                   MOVE se-catalogue-max TO se-cat-ctr
               END-IF
           END-PERFORM.

           MOVE se-sev TO se-sev-disp.

      *** authpriv (10) * 8, plus the syslog severity the CEF one   ***
      *** falls into: 9-10 critical, 7-8 warning, 4-6 notice,       ***
      *** anything lower informational.                             ***
           EVALUATE TRUE
               WHEN se-sev >= 9
                   MOVE 82 TO se-pri
               WHEN se-sev >= 7
                   MOVE 84 TO se-pri
               WHEN se-sev >= 4
                   MOVE 85 TO se-pri
               WHEN OTHER
                   MOVE 86 TO se-pri
           END-EVALUATE.

      *****************************************************************
      *** RFC 5424 timestamp with the local offset, the host the    ***
      *** web server answers as (or the machine's own name for a    ***
      *** batch caller), the caller's address and a folded trace.   ***
      *****************************************************************
       build-header-fields.

           MOVE FUNCTION CURRENT-DATE TO se-now.
           MOVE SPACES TO se-stamp.
           STRING se-now(1:4)   DELIMITED BY SIZE
                  "-"           DELIMITED BY SIZE
                  se-now(5:2)   DELIMITED BY SIZE
                  "-"           DELIMITED BY SIZE
                  se-now(7:2)   DELIMITED BY SIZE
                  "T"           DELIMITED BY SIZE
                  se-now(9:2)   DELIMITED BY SIZE
                  ":"           DELIMITED BY SIZE
                  se-now(11:2)  DELIMITED BY SIZE
                  ":"           DELIMITED BY SIZE
                  se-now(13:2)  DELIMITED BY SIZE
                  "."           DELIMITED BY SIZE
                  se-now(15:2)  DELIMITED BY SIZE
                  se-now(17:3)  DELIMITED BY SIZE
                  ":"           DELIMITED BY SIZE
                  se-now(20:2)  DELIMITED BY SIZE
               INTO se-stamp
           END-STRING.

           MOVE SPACES TO se-host.
           ACCEPT se-host FROM ENVIRONMENT "SERVER_NAME" END-ACCEPT.
           IF se-host = SPACES
               ACCEPT se-host FROM ENVIRONMENT "HOSTNAME" END-ACCEPT
           END-IF.
           IF se-host = SPACES
               MOVE "-" TO se-host
           END-IF.

           MOVE SPACES TO se-remote-addr.
           ACCEPT se-remote-addr FROM ENVIRONMENT "REMOTE_ADDR"
               END-ACCEPT.

      *** EXTERNAL storage starts as low-values when nothing minted ***
      *** a trace (a batch caller); fold that to spaces here too.   ***
           INSPECT TRACE-ID REPLACING ALL LOW-VALUE BY SPACE.

       escape-one-value.

           MOVE SPACES TO se-escaped.
           MOVE 1 TO se-esc-ptr.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(se-raw TRAILING))
               TO se-raw-len.
           IF se-raw = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING se-raw-ctr FROM 1 BY 1
                   UNTIL se-raw-ctr > se-raw-len
               IF se-raw(se-raw-ctr:1) = "\" OR "="
                   STRING "\" DELIMITED BY SIZE
                       INTO se-escaped WITH POINTER se-esc-ptr
                   END-STRING
               END-IF
               STRING se-raw(se-raw-ctr:1) DELIMITED BY SIZE
                   INTO se-escaped WITH POINTER se-esc-ptr
               END-STRING
           END-PERFORM.
