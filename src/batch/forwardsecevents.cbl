      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  security events forwarded to the corporate SIEM  ***
      *****************************************************************
      *** Batch job, run from cron every few minutes and as the     ***
      *** last step of the nightly schedule: sends every line of    ***
      *** data/secevents.log written since its last run to the      ***
      *** corporate SIEM collector named in data/siem.txt (host=,   ***
      *** port=, proto=tcp or udp) with nc, one syslog line per     ***
      *** event. The state line data/siemstate.txt (siemfld) is     ***
      *** saved only once the collector has taken the lines, so a   ***
      *** run that can't reach it sends the same lines again next   ***
      *** time - nothing is skipped across a failure or a restart,  ***
      *** and nothing the collector already has is sent twice. A    ***
      *** log that is shorter than the lines already sent, or whose ***
      *** first line has changed, has been rotated and goes again   ***
      *** from its first line. The log itself is left alone.        ***
      *** No host configured means no collector: the job does       ***
      *** nothing and ends clean.                                   ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. forwardsecevents.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT secevents-file
               ASSIGN TO "data/secevents.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS secevents-file-status.

           SELECT outbound-file
               ASSIGN TO "data/siemout.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS outbound-file-status.

           SELECT state-file
               ASSIGN TO "data/siemstate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS state-file-status.

           SELECT config-file
               ASSIGN TO "data/siem.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS config-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD secevents-file.
       01 secevents-line PIC X(800).

       FD outbound-file.
       01 outbound-line PIC X(800).

       FD state-file.
       01 state-record.
           COPY "siemfld.cbl".

       FD config-file.
       01 config-line PIC X(120).

       WORKING-STORAGE SECTION.
       77 secevents-file-status PIC X(2).
       77 outbound-file-status  PIC X(2).
       77 state-file-status     PIC X(2).
       77 config-file-status    PIC X(2).

       77 run-stamp     PIC X(14).

       77 siem-host     PIC X(60) VALUE SPACES.
       77 siem-port     PIC X(5)  VALUE SPACES.
       77 siem-proto    PIC X(3)  VALUE "tcp".
       77 sc-name-text  PIC X(20).
       77 sc-value-text PIC X(100).

      *** Everything that ends up on the nc command line is held to ***
      *** these characters: no quote, blank or shell metacharacter  ***
      *** from the config file can reach the shell.                 ***
       77 screen-value   PIC X(100).
       77 screen-len     PIC 9(4) USAGE COMP-5.
       77 screen-ptr     PIC 9(4) USAGE COMP-5.
       77 screen-char    PIC X(01).
          88 safe-char   VALUES "A" THRU "Z" "a" THRU "z"
                                "0" THRU "9" "." "_" "-" "/" "@" "~".
       77 value-safe     PIC X(01).
       77 config-safe    PIC X(01) VALUE "Y".

       77 log-lines      PIC 9(9) VALUE 0.
       77 log-first-line PIC X(100) VALUE SPACES.
       77 line-no        PIC 9(9).
       77 start-after    PIC 9(9).
       77 queued-count   PIC 9(9) VALUE 0.
       77 restarted      PIC X(01) VALUE "N".

       77 nc-command     PIC X(300).
       77 cmd-ptr        PIC 9(4) USAGE COMP-5.

       PROCEDURE DIVISION.

       start-forwardsecevents.

           MOVE FUNCTION CURRENT-DATE(1:14) TO run-stamp.

           PERFORM load-siem-config.

           IF siem-host = SPACES
               DISPLAY "forwardsecevents: no collector configured, "
                   "nothing forwarded."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF siem-port = SPACES
               MOVE "514" TO siem-port
           END-IF.
           IF config-safe NOT = "Y"
              OR FUNCTION TRIM(siem-port) IS NOT NUMERIC
              OR (siem-proto NOT = "tcp" AND siem-proto NOT = "udp")
               DISPLAY "forwardsecevents: data/siem.txt names a host, "
                   "port or protocol the send can't be trusted with "
                   "- nothing forwarded."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM load-siem-state.
           PERFORM count-log-lines.

      *** A log that no longer starts the way it did, or is shorter ***
      *** than what was sent, is a new log: send all of it.         ***
           MOVE SIEM-SENT-LINES TO start-after.
           IF log-lines < SIEM-SENT-LINES
              OR (SIEM-SENT-LINES > 0
                  AND log-first-line NOT = SIEM-FIRST-LINE)
               MOVE 0 TO start-after
               MOVE "Y" TO restarted
           END-IF.

           IF log-lines = start-after
               DISPLAY "forwardsecevents: no new security events, "
                   SIEM-SENT-LINES " line(s) sent so far."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM queue-new-lines.
           PERFORM run-nc-command.
           IF RETURN-CODE NOT = 0
               DISPLAY "forwardsecevents: the collector "
                   FUNCTION TRIM(siem-host) ":" FUNCTION TRIM(siem-port)
                   " did not take delivery - lines after "
                   start-after " wait for the next run."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE log-lines      TO SIEM-SENT-LINES.
           MOVE run-stamp      TO SIEM-SENT-STAMP.
           MOVE log-first-line TO SIEM-FIRST-LINE.
           PERFORM save-siem-state.

           IF restarted = "Y"
               DISPLAY "forwardsecevents: data/secevents.log was "
                   "rotated - sent again from its first line."
           END-IF.
           DISPLAY "forwardsecevents: " queued-count " event(s) sent, "
               log-lines " line(s) sent in all.".

           MOVE 0 TO RETURN-CODE.

           GOBACK.

       load-siem-config.

           OPEN INPUT config-file.
           IF config-file-status = "00"
               READ config-file
                   AT END CONTINUE
               END-READ
               PERFORM UNTIL config-file-status NOT = "00"
                   PERFORM apply-one-config-line
                   READ config-file
                       AT END CONTINUE
                   END-READ
               END-PERFORM
               CLOSE config-file
           END-IF.

       apply-one-config-line.

           MOVE SPACES TO sc-name-text sc-value-text.
           UNSTRING config-line DELIMITED BY "="
               INTO sc-name-text sc-value-text
           END-UNSTRING.
           IF FUNCTION TRIM(sc-value-text) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(sc-value-text) TO screen-value.
           PERFORM screen-config-value.

           EVALUATE FUNCTION TRIM(sc-name-text)
               WHEN "host"
                   MOVE screen-value TO siem-host
               WHEN "port"
                   MOVE screen-value TO siem-port
               WHEN "proto"
                   MOVE FUNCTION LOWER-CASE(screen-value) TO siem-proto
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF value-safe NOT = "Y"
               DISPLAY "forwardsecevents: refused "
                   FUNCTION TRIM(sc-name-text) "="
                   FUNCTION TRIM(screen-value)
               MOVE "N" TO config-safe
           END-IF.

       screen-config-value.

           MOVE "Y" TO value-safe.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(screen-value))
               TO screen-len.
           PERFORM VARYING screen-ptr FROM 1 BY 1
               UNTIL screen-ptr > screen-len
               MOVE screen-value(screen-ptr:1) TO screen-char
               IF NOT safe-char
                   MOVE "N" TO value-safe
               END-IF
           END-PERFORM.

       load-siem-state.

           MOVE SPACES TO state-record.
           MOVE 0 TO SIEM-SENT-LINES.
           OPEN INPUT state-file.
           IF state-file-status = "00"
               READ state-file
                   AT END CONTINUE
               END-READ
               CLOSE state-file
           END-IF.
           IF SIEM-SENT-LINES NOT NUMERIC
               DISPLAY "forwardsecevents: data/siemstate.txt "
                   "unreadable - fix or remove it before forwarding "
                   "resumes."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       save-siem-state.

           OPEN OUTPUT state-file.
           IF state-file-status = "00"
               WRITE state-record
               CLOSE state-file
           END-IF.

      *** How long the log is now, and how it starts.               ***
       count-log-lines.

           OPEN INPUT secevents-file.
           IF secevents-file-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ secevents-file
               AT END MOVE "10" TO secevents-file-status
           END-READ.
           IF secevents-file-status = "00"
               MOVE secevents-line TO log-first-line
           END-IF.
           PERFORM UNTIL secevents-file-status NOT = "00"
               ADD 1 TO log-lines
               READ secevents-file
                   AT END MOVE "10" TO secevents-file-status
               END-READ
           END-PERFORM.

           CLOSE secevents-file.

      *****************************************************************
      *** Copy the lines past the last one sent - and no further    ***
      *** than the count just taken, so an event appended while     ***
      *** the job runs waits for the next run rather than being     ***
      *** sent now and then again - to data/siemout.txt for nc.     ***
      *****************************************************************
       queue-new-lines.

           OPEN OUTPUT outbound-file.
           OPEN INPUT secevents-file.
           MOVE 0 TO line-no.

           READ secevents-file
               AT END MOVE "10" TO secevents-file-status
           END-READ.
           PERFORM UNTIL secevents-file-status NOT = "00"
               OR line-no NOT < log-lines
               ADD 1 TO line-no
               IF line-no > start-after
                   MOVE secevents-line TO outbound-line
                   WRITE outbound-line
                   ADD 1 TO queued-count
               END-IF
               READ secevents-file
                   AT END MOVE "10" TO secevents-file-status
               END-READ
           END-PERFORM.

           CLOSE secevents-file.
           CLOSE outbound-file.

      *** The queued lines to the collector; a nonzero exit status  ***
      *** is a refusal.                                             ***
       run-nc-command.

           MOVE SPACES TO nc-command.
           MOVE 1 TO cmd-ptr.
           STRING "nc "                          DELIMITED BY SIZE
               INTO nc-command WITH POINTER cmd-ptr
           END-STRING.
           IF siem-proto = "udp"
               STRING "-u "                      DELIMITED BY SIZE
                   INTO nc-command WITH POINTER cmd-ptr
               END-STRING
           END-IF.
           STRING "-w 10 '"                      DELIMITED BY SIZE
                  FUNCTION TRIM(siem-host)       DELIMITED BY SIZE
                  "' "                           DELIMITED BY SIZE
                  FUNCTION TRIM(siem-port)       DELIMITED BY SIZE
                  " < data/siemout.txt >/dev/null 2>&1"
                                                 DELIMITED BY SIZE
               INTO nc-command WITH POINTER cmd-ptr
           END-STRING.

           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING nc-command END-CALL.
