      *> ----------------------------------------------------------------------
      *> WATCH-ALERT-REC.CPY
      *> One record per watch-list hit, appended to WATCHALERTS by the
      *> WATCHCHK subprogram when a strand saved to HAMSTRANDS is within
      *> a watch entry's tolerance: the new strand and the sample it was
      *> saved under (zero for a strand saved outside a sample), the
      *> watch entry and its owner at the time of the hit, the Hamming
      *> distance, the orientation that matched ("F" the strand as
      *> saved, "R" its reverse complement), when, and which program
      *> saved the strand. The strand ID and watch ID together identify
      *> the alert; it stays open until an acknowledgement for the same
      *> pair is on WATCHACKS (layout in WATCH-ACK-REC).
      *> ----------------------------------------------------------------------
       01  WATCH-ALERT-RECORD.
           05  WALERT-STRAND-ID         PIC 9(06).
           05  WALERT-SAMPLE-ID         PIC 9(06).
           05  WALERT-WATCH-ID          PIC X(08).
           05  WALERT-OWNER             PIC X(08).
           05  WALERT-DISTANCE          PIC 9(04).
           05  WALERT-ORIENTATION       PIC X(01).
               88  WALERT-FORWARD       VALUE "F".
               88  WALERT-REVERSE       VALUE "R".
           05  WALERT-TIMESTAMP         PIC X(21).
           05  WALERT-SOURCE            PIC X(20).
