      *****************************************************************
      *** Shared field list for the head of one tamper-evident      ***
      *** hash chain - one record per chained trail: "audit"        ***
      *** (data/audit.log and its dated archives), "journal"        ***
      *** (data/journal.log) and "custhist" (data/custhist.dat).    ***
      *** Every entry those trails take carries chainhash's digest  ***
      *** of the entry before it plus its own contents, so editing, ***
      *** dropping or slipping in an entry breaks every link after  ***
      *** it. CHN-HASH is the newest entry's digest - what the next ***
      *** entry chains onto, and what lets the verifier notice      ***
      *** entries cut off the end. CHN-LAST-SEQ / CHN-FIRST-SEQ are ***
      *** the newest and the first chained entry's sequence number  ***
      *** (the journal's JRN-SEQ, the history's CH-SEQ; spaces for  ***
      *** the audit trail, which is chained in file order).         ***
      *** CHN-COUNT is how many entries have been chained.          ***
      *** The first entry of a trail chains onto sixteen zeros.     ***
      *****************************************************************
           05 CHN-LOG        PIC X(10).
           05 CHN-HASH       PIC X(16).
           05 CHN-LAST-SEQ   PIC X(10).
           05 CHN-FIRST-SEQ  PIC X(10).
           05 CHN-COUNT      PIC 9(10).
           05 CHN-CHANGED    PIC X(21).
