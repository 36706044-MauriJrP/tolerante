      *> ----------------------------------------------------------------------
      *> CLUSTER-MEMBER-REC.CPY
      *> One record per strand in the last strand-cluster.cob run,
      *> written to CLUSTERMEM in STRAND-MASTER-ID order so other
      *> reports can match-merge on the strand ID the same way they
      *> read STRANDXREF. CLMEM-CLUSTER-ID numbers the clusters of
      *> that run from 1; zero marks a strand that joined no cluster
      *> (an unclustered singleton, size 1). The whole file is
      *> rewritten on every run - cluster numbers are only good within
      *> one run, the representative strand ID is what stays stable.
      *> ----------------------------------------------------------------------
       01  CLUSTER-MEMBER-RECORD.
           05  CLMEM-STRAND-ID          PIC 9(06).
           05  CLMEM-CLUSTER-ID         PIC 9(05).
               88  CLMEM-SINGLETON      VALUE 0.
           05  CLMEM-CLUSTER-SIZE       PIC 9(05).
           05  CLMEM-REP-STRAND-ID      PIC 9(06).
           05  CLMEM-MAX-DISTANCE       PIC 9(04).
           05  CLMEM-LINK-DISTANCE      PIC 9(04).
           05  CLMEM-RUN-TIMESTAMP      PIC X(21).
