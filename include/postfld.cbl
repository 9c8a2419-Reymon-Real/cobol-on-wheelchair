      *****************************************************************
      *** Shared field list for one postcode reference entry: a     ***
      *** postcode as the postal authority publishes it (upper      ***
      *** case, keyed as written) and the one canonical spelling    ***
      *** of the city it belongs to. Loaded whole from the          ***
      *** authority's file by loadpostcodes, kept up between loads  ***
      *** on the reference-data console; every customer address     ***
      *** write goes through checkaddress against it.               ***
      *** PC-CHANGED / PC-CHANGED-BY say who last touched an entry  ***
      *** ("loadpostcodes" for the bulk load).                      ***
      *****************************************************************
           05 PC-CODE       PIC X(10).
           05 PC-CITY       PIC X(30).
           05 PC-CHANGED    PIC X(21).
           05 PC-CHANGED-BY PIC X(30).
