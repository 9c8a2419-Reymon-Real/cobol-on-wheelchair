      *****************************************************************
      *** The file the next sendmailq call attaches to its message, ***
      *** handed over the way the trace id is: the caller fills it  ***
      *** in just before the call and sendmailq empties it again,   ***
      *** so no later message in the run picks it up by accident.   ***
      *** The path is one the installation wrote under data/.       ***
      *****************************************************************
           05 MATT-FILE PIC X(90).
