      ***          restart from the failed step                     ***
      *** UPDATE:  per-step schedule terms and a holiday list       ***
      ***          decide which steps tonight owns                  ***
      *** UPDATE:  room for 60 steps in the schedule                ***
      *****************************************************************
      *** Runs the night's jobs in the order data/nightsched.txt    ***
      *** declares, one program name per line - optionally followed ***
       77 holidays-file-status PIC X(2).
       77 cfs-failed           PIC X(01).

       78 STEP-MAX VALUE 60.
       01 step-table.
          05 step-count PIC 9(4) USAGE COMP-5 VALUE 0.
          05 step-entries OCCURS 60 TIMES.
             10 step-program  PIC X(30).
             10 step-schedule PIC X(40).

