      **************************************
      *** Author:  Azac                  ***
      *** License: MIT                   ***
      *** Date:    DECEMBER 21 FROM 2013 ***
      *** UPDATE:  AGUST 11 FROM 2022    ***
      *** UPDATE:  chained digest for the tamper-evident trails     ***
      *****************************************************************
      *** Turns the previous entry's digest and one entry of an     ***
      *** audit trail into the 16-hex-character digest that entry   ***
      *** carries - the link logaudit, logjournal and logcustchange ***
      *** stamp on every write and verifychain recomputes. The same ***
      *** two-lane multiply/accumulate construction as signpayload, ***
      *** keyed both ends with the chain key, so someone who can    ***
      *** edit the files but not read the key can't forge a         ***
      *** matching chain after an edit. The key comes from the      ***
      *** AUDIT_CHAIN_KEY environment variable - set for the web    ***
      *** server and the batch user alike, never kept under data/.  ***
      *** The entry is the whole record as written, with its own    ***
      *** digest field still blank.                                 ***
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. chainhash.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       78 CHAIN-ROUNDS VALUE 1.
       78 LANE-MODULUS VALUE 4294967296.
       78 WORK-LENGTH  VALUE 1496.

      *** Read once per process - the key doesn't change under a    ***
      *** running program.                                          ***
       77 cx-key        PIC X(40) VALUE SPACES.
       77 cx-key-read   PIC X(01) VALUE "N".

       77 cx-work      PIC X(1496).
       77 cx-round     PIC 9(4) USAGE COMP-5.
       77 cx-ptr       PIC 9(4) USAGE COMP-5.
       77 cx-byte      PIC 9(8) USAGE COMP-5.
       77 cx-lane-1    PIC 9(18) USAGE COMP-5.
       77 cx-lane-2    PIC 9(18) USAGE COMP-5.
       77 cx-hex-ctr   PIC 9(4) USAGE COMP-5.
       77 cx-nibble    PIC 9(4) USAGE COMP-5.
       77 cx-hex-chars PIC X(16) VALUE "0123456789ABCDEF".

       LINKAGE SECTION.
       77 cx-prev-hash PIC X(16).
       77 cx-entry     PIC X(1400).
       77 cx-hash      PIC X(16).

       PROCEDURE DIVISION USING cx-prev-hash cx-entry cx-hash.

       start-chainhash.

           IF cx-key-read NOT = "Y"
               ACCEPT cx-key FROM ENVIRONMENT "AUDIT_CHAIN_KEY"
               END-ACCEPT
               MOVE "Y" TO cx-key-read
           END-IF.

           MOVE SPACES TO cx-work.
           STRING cx-key       DELIMITED BY SIZE
                  cx-prev-hash DELIMITED BY SIZE
                  cx-entry     DELIMITED BY SIZE
                  cx-key       DELIMITED BY SIZE
               INTO cx-work
           END-STRING.

           MOVE 2166136261 TO cx-lane-1.
           MOVE 16777619   TO cx-lane-2.

           PERFORM VARYING cx-round FROM 1 BY 1
                   UNTIL cx-round > CHAIN-ROUNDS
               PERFORM absorb-work-bytes
           END-PERFORM.

           PERFORM emit-hex-hash.

           GOBACK.

      *****************************************************************
      *** One pass of both lanes over the whole fixed work area.    ***
      *****************************************************************
       absorb-work-bytes.

           PERFORM VARYING cx-ptr FROM 1 BY 1
                   UNTIL cx-ptr > WORK-LENGTH
               COMPUTE cx-byte = FUNCTION ORD(cx-work(cx-ptr:1))
               COMPUTE cx-lane-1 = FUNCTION MOD(
                   (cx-lane-1 + cx-byte + cx-round) * 16777619,
                   LANE-MODULUS)
               COMPUTE cx-lane-2 = FUNCTION MOD(
                   (cx-lane-2 + (cx-byte * 257)
                       + FUNCTION MOD(cx-lane-1, 65521)) * 69069,
                   LANE-MODULUS)
           END-PERFORM.

      *****************************************************************
      *** Eight hex characters per lane, high nibble first.         ***
      *****************************************************************
       emit-hex-hash.

           MOVE SPACES TO cx-hash.

           PERFORM VARYING cx-hex-ctr FROM 8 BY -1
                   UNTIL cx-hex-ctr < 1
               COMPUTE cx-nibble = FUNCTION MOD(cx-lane-1, 16)
               COMPUTE cx-lane-1 = (cx-lane-1 - cx-nibble) / 16
               MOVE cx-hex-chars(cx-nibble + 1:1)
                   TO cx-hash(cx-hex-ctr:1)
           END-PERFORM.

           PERFORM VARYING cx-hex-ctr FROM 16 BY -1
                   UNTIL cx-hex-ctr < 9
               COMPUTE cx-nibble = FUNCTION MOD(cx-lane-2, 16)
               COMPUTE cx-lane-2 = (cx-lane-2 - cx-nibble) / 16
               MOVE cx-hex-chars(cx-nibble + 1:1)
                   TO cx-hash(cx-hex-ctr:1)
           END-PERFORM.
