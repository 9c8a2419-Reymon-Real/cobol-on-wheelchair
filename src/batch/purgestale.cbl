      ***          catalog entry together                           ***
      *** UPDATE:  idempotency keys age off after their retention   ***
      ***          window                                            ***
      *** UPDATE:  records and reports under a legal hold are kept  ***
      ***          and counted                                      ***
      *****************************************************************
      *** Batch job: walks data/sessions.dat, data/formsessions.dat ***
      *** and data/ratelimit.dat deleting records older than their  ***
      *** defaults when the file or a line is missing). A summary   ***
      *** of what was kept and deleted goes to data/purgereport.txt ***
      *** and the operator's console. Run this once nightly.        ***
      *** Nothing under a legal hold goes (checkhold): a record     ***
      *** dated inside a held range, or belonging to a held login   ***
      *** or customer, is kept and counted as held - each held      ***
      *** spool report by name, the rest by count alone, since a    ***
      *** session or reset token's key is a secret of its own.      ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       77 kept-disp      PIC Z(6)9.
       77 dataset-label  PIC X(30).

       77 hk-cust-id     PIC X(10).
       77 hk-user        PIC X(30).
       77 hk-date        PIC X(8).
       77 hk-found       PIC X(01).
       77 hk-hold-id     PIC X(10).
       77 held-count     PIC 9(7) USAGE COMP-5.
       77 held-disp      PIC Z(6)9.
       77 rpt-prefix     PIC X(90).

       PROCEDURE DIVISION.

       start-purgestale.
               END-EVALUATE
           END-IF.

      *****************************************************************
      *** A stale record stays while a legal hold covers its date,  ***
      *** or the login or customer the caller put in hk-user and    ***
      *** hk-cust-id.                                               ***
      *****************************************************************
       judge-record-held.

           MOVE record-stamp(1:8) TO hk-date.
           CALL "checkhold" USING hk-cust-id hk-user hk-date
               hk-found hk-hold-id END-CALL.
           IF hk-found = "Y"
               MOVE "N" TO record-stale
               ADD 1 TO held-count
           END-IF.

      *****************************************************************
      *** A record is stale when its stamp's date is more than      ***
      *** keep-days days behind today. A stamp whose first eight    ***

       purge-sessions.

           MOVE 0 TO purged-count kept-count held-count.
           MOVE sessions-keep-days TO keep-days.

           OPEN I-O sessions-file.
               PERFORM UNTIL sessions-file-status NOT = "00"
                   MOVE SESS-LASTHIT TO record-stamp
                   PERFORM judge-record-stale
                   IF record-stale = "Y"
                       MOVE SPACES TO hk-cust-id
                       MOVE SESS-USER TO hk-user
                       PERFORM judge-record-held
                   END-IF
                   IF record-stale = "Y"
                       DELETE sessions-file RECORD
                           INVALID KEY CONTINUE

       purge-formsessions.

           MOVE 0 TO purged-count kept-count held-count.
           MOVE formsessions-keep-days TO keep-days.

           OPEN I-O formsessions-file.
               PERFORM UNTIL formsessions-file-status NOT = "00"
                   MOVE FS-UPDATED TO record-stamp
                   PERFORM judge-record-stale
                   IF record-stale = "Y"
                       MOVE SPACES TO hk-cust-id
                       MOVE SPACES TO hk-user
                       PERFORM judge-record-held
                   END-IF
                   IF record-stale = "Y"
                       DELETE formsessions-file RECORD
                           INVALID KEY CONTINUE

       purge-ratelimit.

           MOVE 0 TO purged-count kept-count held-count.
           MOVE ratelimit-keep-days TO keep-days.

           OPEN I-O ratelimit-file.
               PERFORM UNTIL ratelimit-file-status NOT = "00"
                   MOVE RL-WINDOW-START TO record-stamp
                   PERFORM judge-record-stale
                   IF record-stale = "Y"
                       MOVE SPACES TO hk-cust-id
                       MOVE SPACES TO hk-user
                       PERFORM judge-record-held
                   END-IF
                   IF record-stale = "Y"
                       DELETE ratelimit-file RECORD
                           INVALID KEY CONTINUE
      *****************************************************************
       purge-resettokens.

           MOVE 0 TO purged-count kept-count held-count.
           MOVE resettokens-keep-days TO keep-days.

           OPEN I-O resettokens-file.
               PERFORM UNTIL resettokens-file-status NOT = "00"
                   MOVE RST-CREATED TO record-stamp
                   PERFORM judge-record-stale
                   IF record-stale = "Y"
                       MOVE SPACES TO hk-cust-id
                       MOVE RST-USER TO hk-user
                       PERFORM judge-record-held
                   END-IF
                   IF record-stale = "Y"
                       DELETE resettokens-file RECORD
                           INVALID KEY CONTINUE
      *****************************************************************
       purge-reports.

           MOVE 0 TO purged-count kept-count held-count.
           MOVE reports-keep-days TO keep-days.

           OPEN I-O reportspool-file.
               PERFORM UNTIL reportspool-file-status NOT = "00"
                   MOVE RPT-RUNDATE TO record-stamp
                   PERFORM judge-record-stale
                   IF record-stale = "Y"
                       PERFORM judge-report-held
                   END-IF
                   IF record-stale = "Y"
                       PERFORM remove-report-file
                       DELETE reportspool-file RECORD
           MOVE "reports" TO dataset-label.
           PERFORM write-summary-line.

      *****************************************************************
      *** A subject access pack or an erasure certificate names its ***
      *** customer in the file name (data/sar_<id>_..., data/       ***
      *** erasure_<id>_...), so a hold on that customer keeps it    ***
      *** too. A held report is listed by name.                     ***
      *****************************************************************
       judge-report-held.

           MOVE SPACES TO rpt-prefix hk-cust-id hk-user.
           UNSTRING RPT-NAME DELIMITED BY "_"
               INTO rpt-prefix hk-cust-id
           END-UNSTRING.
           IF rpt-prefix NOT = "data/sar"
              AND rpt-prefix NOT = "data/erasure"
               MOVE SPACES TO hk-cust-id
           END-IF.

           PERFORM judge-record-held.

           IF hk-found = "Y"
               MOVE SPACES TO report-line
               STRING "    kept "                DELIMITED BY SIZE
                      FUNCTION TRIM(RPT-NAME)    DELIMITED BY SIZE
                      " - under legal hold "     DELIMITED BY SIZE
                      FUNCTION TRIM(hk-hold-id)  DELIMITED BY SIZE
                   INTO report-line
               END-STRING
               WRITE report-line
           END-IF.

      *** The path comes off the catalog record our own jobs      ***
      *** wrote, never from outside, so it is safe in the shell.  ***
       remove-report-file.
      *****************************************************************
       purge-idemkeys.

           MOVE 0 TO purged-count kept-count held-count.
           MOVE idemkeys-keep-days TO keep-days.

           OPEN I-O idemkeys-file.
               PERFORM UNTIL idemkeys-file-status NOT = "00"
                   MOVE IDEM-CREATED TO record-stamp
                   PERFORM judge-record-stale
                   IF record-stale = "Y"
                       MOVE IDEM-CUST-ID TO hk-cust-id
                       MOVE SPACES TO hk-user
                       PERFORM judge-record-held
                   END-IF
                   IF record-stale = "Y"
                       DELETE idemkeys-file RECORD
                           INVALID KEY CONTINUE

           MOVE purged-count TO purged-disp.
           MOVE kept-count   TO kept-disp.
           MOVE held-count   TO held-disp.

           MOVE SPACES TO report-line.
           STRING "  "                           DELIMITED BY SIZE
                  FUNCTION TRIM(purged-disp)     DELIMITED BY SIZE
                  ", kept "                      DELIMITED BY SIZE
                  FUNCTION TRIM(kept-disp)       DELIMITED BY SIZE
                  " ("                           DELIMITED BY SIZE
                  FUNCTION TRIM(held-disp)       DELIMITED BY SIZE
                  " under legal hold)"           DELIMITED BY SIZE
               INTO report-line
           END-STRING.
           WRITE report-line.
