      *** one REMOTE-ADDR, so the address alone can't answer "what  ***
      *** did this account do on the 14th". Entries predating the   ***
      *** field read back with it as spaces.                         ***
      *** AUD-CHAIN is the entry's link in the tamper-evident chain ***
      *** (chainhash over the entry before it and this one, chained ***
      *** on through the dated archives - chainfld.cbl).            ***
      *****************************************************************
           05 AUD-PATH         PIC X(255).
           05 AUD-PATTERN      PIC X(255).
           05 AUD-CONTROLLER-CS PIC 9(7).
           05 AUD-TRACE-ID     PIC X(21).
           05 AUD-USER         PIC X(30).
           05 AUD-CHAIN        PIC X(16).
