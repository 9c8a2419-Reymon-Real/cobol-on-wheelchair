      *** and walks its cluster instead of scanning the master.     ***
      *** Maintained by updatephonidx on every path that writes a   ***
      *** customer name; rebuilt whole by buildphonidx.              ***
      *** PHX-NAME is no longer filled: the name is sealed on the   ***
      *** master and the index holds only the code derived from it. ***
      *****************************************************************
           05 PHX-KEY.
              10 PHX-CODE    PIC X(4).
