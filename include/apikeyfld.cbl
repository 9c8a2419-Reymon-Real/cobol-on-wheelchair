      *** "*" so keys issued before scopes existed keep working.    ***
      *** Checked at dispatch: a real key presented against a       ***
      *** pattern outside its list gets a JSON 403, not a 401.      ***
      *** AK-EXPIRES is the last day (CCYYMMDD) the key is honored; ***
      *** from the day after, checkapikey refuses it with a JSON    ***
      *** 401 saying so. Spaces reads as never-expiring, for a      ***
      *** record written before the date existed. AK-SUCCESSOR      ***
      *** names the replacement a rotation issued alongside this    ***
      *** key - both work until this one's (shortened) expiry.      ***
      *****************************************************************
           05 AK-KEY     PIC X(40).
           05 AK-OWNER   PIC X(30).
           05 AK-CREATED PIC X(21).
           05 AK-USED    PIC 9(9).
           05 AK-SCOPES  PIC X(200).
           05 AK-EXPIRES PIC X(8).
           05 AK-SUCCESSOR PIC X(40).
