      *****************************************************************
      *** Shared field list for one legal hold on data/             ***
      *** legalholds.dat: material the lawyers have told us to      ***
      *** preserve, which no purge or retention path may remove     ***
      *** while the hold stands. HOLD-KIND says what is held: "C"   ***
      *** everything about customer HOLD-CUST-ID, "U" everything    ***
      *** about login HOLD-USER, "D" everything dated HOLD-FROM to  ***
      *** HOLD-TO (yyyymmdd, both inclusive). HOLD-REASON and       ***
      *** HOLD-REQUESTER (who asked - the firm or the dispute's     ***
      *** lawyer) are as given; HOLD-PLACED-BY/-WHEN the admin who  ***
      *** entered it. HOLD-STATUS "A" active, "R" released. A       ***
      *** release is dual-control: HOLD-REL-APPR names the pending  ***
      *** approval while one is waiting, and the approved release   ***
      *** stamps the approver in HOLD-REL-BY/-WHEN. Released holds  ***
      *** stay on file as the record of what was preserved.         ***
      *** checkhold answers the purges' "is this held?".            ***
      *****************************************************************
           05 HOLD-ID          PIC X(10).
           05 HOLD-KIND        PIC X(1).
           05 HOLD-CUST-ID     PIC X(10).
           05 HOLD-USER        PIC X(30).
           05 HOLD-FROM        PIC X(8).
           05 HOLD-TO          PIC X(8).
           05 HOLD-REASON      PIC X(120).
           05 HOLD-REQUESTER   PIC X(60).
           05 HOLD-PLACED-BY   PIC X(30).
           05 HOLD-PLACED-WHEN PIC X(21).
           05 HOLD-STATUS      PIC X(1).
           05 HOLD-REL-APPR    PIC X(10).
           05 HOLD-REL-BY      PIC X(30).
           05 HOLD-REL-WHEN    PIC X(21).
