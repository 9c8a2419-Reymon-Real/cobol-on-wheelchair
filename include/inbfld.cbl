      *****************************************************************
      *** Shared field list handed to checkinbound, the gate every  ***
      *** inbound feed file passes before a step touches it:        ***
      ***   IB-MODE   "C" check the file before it is read,         ***
      ***             "A" archive it once it has been worked,       ***
      ***             "M" write a fresh manifest for a file this    ***
      ***                 installation produced itself;             ***
      ***   IB-FEED   the feed's name in data/inboundfeeds.txt;     ***
      ***   IB-FILE   the file, as the step reads it.               ***
      *** IB-RESULT comes back "Y" (accepted / done), "N" (refused, ***
      *** IB-REASON says why) or "M" (no file there at all - the    ***
      *** step's own quiet-night handling applies). IB-ARCHIVE is   ***
      *** the dated name an archived file was moved or copied to.   ***
      *****************************************************************
           05 IB-MODE    PIC X(1).
           05 IB-FEED    PIC X(20).
           05 IB-FILE    PIC X(60).
           05 IB-RESULT  PIC X(1).
           05 IB-REASON  PIC X(80).
           05 IB-ARCHIVE PIC X(80).
