      *****************************************************************
      *** Shared field list for one report subscription on          ***
      *** data/reportsubs.dat: a distribution list that gets every  ***
      *** report a matching program registers through logreport.    ***
      *** RSUB-PATTERN is matched against RPT-PROGRAM - a program   ***
      *** name exactly, a prefix ending "*" ("route*" takes both    ***
      *** route reports), or "*" alone for everything.              ***
      *** RSUB-LIST-NAME says what the list is for and is quoted in ***
      *** the mail; RSUB-RECIPIENTS holds up to ten addresses,      ***
      *** separated by spaces or commas. Maintained on              ***
      *** /admin/reportsubs; removing a list deletes its record.    ***
      *****************************************************************
           05 RSUB-ID          PIC X(10).
           05 RSUB-PATTERN     PIC X(30).
           05 RSUB-LIST-NAME   PIC X(40).
           05 RSUB-RECIPIENTS  PIC X(450).
           05 RSUB-CHANGED     PIC X(21).
           05 RSUB-CHANGED-BY  PIC X(30).
