      *** share route burns the token on the first successful       ***
      *** fetch; every fetch is recorded to the share log so "who   ***
      *** fetched this and when" has an answer.                     ***
      *** A link to a finished report mailed to a report            ***
      *** subscription instead carries SHR-REPORT-ID (the RPT-ID)   ***
      *** and leaves SHR-DOC-ID blank.                              ***
      *****************************************************************
           05 SHR-TOKEN      PIC X(21).
           05 SHR-DOC-ID     PIC X(10).
           05 SHR-USED       PIC X(1).
           05 SHR-CREATED-BY PIC X(30).
           05 SHR-CREATED    PIC X(21).
           05 SHR-REPORT-ID  PIC X(10).
