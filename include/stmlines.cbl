      *****************************************************************
      *** The printable lines formatstatement lays a statement out  ***
      *** as - the same text on paper and in the portal download.   ***
      *****************************************************************
           05 STL-COUNT PIC 9(4) USAGE COMP-5.
           05 STL-LINE  PIC X(100) OCCURS 80 TIMES.
