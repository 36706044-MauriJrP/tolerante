      *>                        score, 0-999 (0 accepts everything)
      *>   SHIFT-WINDOW         HAMALIGN maximum shift for the
      *>                        indel-tolerant comparison, 1-20
      *>   LOCK-MAX-MINUTES     age in minutes past which a held
      *>                        FILELOCK lock is reported stale
      *>                        (lock-monitor, feed-check), 1-9999
      *>   CUSTODY-SEQ-DAYS     days a specimen may stay out at the
      *>                        sequencer before custody-exceptions
      *>                        reports it, 1-365
      *>   BILL-MONTH           billing period billing-run prices, as
      *>                        yyyymm; 0 bills the month before the
      *>                        run date
      *>   CONTROL-MAX-DIST     strand-import: largest Hamming distance
      *>                        a positive control may sit from its
      *>                        expected strand before the run fails
      *>                        its controls, 0-120
      *>   TREND-RUNS           instrument-trend: runs shown per
      *>                        instrument, 1-50
      *>   TREND-FLAG-RUNS      instrument-trend: an instrument whose
      *>                        last this-many runs all break a limit
      *>                        below is flagged, 1-50
      *>   INSTR-MAX-REJECT-PCT instrument-trend: highest acceptable
      *>                        per-run reject percentage, 0-100
      *>   INSTR-MIN-QUALITY    instrument-trend: lowest acceptable
      *>                        per-run average read quality, 0-999
      *>   INSTR-MAX-N-PCT      instrument-trend: highest acceptable
      *>                        per-run N-base percentage, 0-100
      *>   RETENTION-DAYS       disposal-due: days a stored specimen
      *>                        is kept after its intake date before
      *>                        it is listed for disposal, 1-36500
      *>   CLUSTER-LINK-DIST    strand-cluster: largest Hamming distance
      *>                        at which two strands are linked into
      *>                        one cluster, 0-120
      *>   MAX-AGE-YEARS        DOBCHK: oldest age at collection a
      *>                        date of birth may give before the
      *>                        registration is refused, 1-99 (the
      *>                        intake age is two digits)
      *> ----------------------------------------------------------------------
       01  RUN-PARAM-RECORD.
           05  RUN-PARAM-NAME       PIC X(20).
