      *****************************************************************
      *** Shared field list for the applied state kept on the       ***
      *** standby in data/standbystate.txt, one line rewritten by   ***
      *** applystandby after every segment it replays. STB-SEGMENT  ***
      *** is the last journal segment applied and STB-LAST-SEQ the  ***
      *** last journal sequence number in it - the next segment     ***
      *** must start one past it. STB-LAST-STAMP is that entry's    ***
      *** journal timestamp, the moment the standby's masters stand ***
      *** at, and STB-APPLIED-AT when it was applied. The primary's ***
      *** lag report fetches this line to see how far behind the    ***
      *** standby is. STB-PROMOTED "Y" means promotestandby has put ***
      *** this box in service (at STB-PROMOTED-AT) and no further   ***
      *** shipped segment may be applied over it.                   ***
      *****************************************************************
           05 STB-SEGMENT     PIC 9(9).
           05 FILLER          PIC X(1).
           05 STB-LAST-SEQ    PIC 9(9).
           05 FILLER          PIC X(1).
           05 STB-LAST-STAMP  PIC X(14).
           05 FILLER          PIC X(1).
           05 STB-APPLIED-AT  PIC X(14).
           05 FILLER          PIC X(1).
           05 STB-PROMOTED    PIC X(1).
           05 FILLER          PIC X(1).
           05 STB-PROMOTED-AT PIC X(14).
