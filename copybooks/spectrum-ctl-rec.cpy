      *> ----------------------------------------------------------------------
      *> SPECTRUM-CTL-REC.CPY
      *> One-record control file (SPECTCTL) for the substitution
      *> spectrum report (subst-spectrum.cob), zero-filled like the
      *> other report control files:
      *>   SPEC-SOURCE        "B" - the pairs of the last hamming-batch
      *>                      run (DNAIDPAIRS when present, otherwise
      *>                      DNAPAIRS, the same choice hamming-batch
      *>                      makes); anything else - both stored
      *>                      strands of every DAILYTXN verification
      *>   SPEC-MONTH-LOW/HIGH yyyymm range of TXN-TIMESTAMP months
      *>                      taken from DAILYTXN; zero ends are open
      *>   SPEC-HOTSPOT-PCT   a position is a hot spot when its
      *>                      mismatch rate is at least this percent of
      *>                      the average rate over all positions
      *>                      (default 200 - twice the average)
      *>   SPEC-HOTSPOT-MIN   ... and it has at least this many
      *>                      mismatches (default 3), so one stray read
      *>                      at a thinly covered position is not called
      *> When the file is absent every DAILYTXN month is read with the
      *> defaults, the same load-with-seeded-defaults pattern the
      *> reference tables use.
      *> ----------------------------------------------------------------------
       01  SPECTRUM-CONTROL-RECORD.
           05  SPEC-SOURCE          PIC X(01).
           05  SPEC-MONTH-LOW       PIC 9(06).
           05  SPEC-MONTH-HIGH      PIC 9(06).
           05  SPEC-HOTSPOT-PCT     PIC 9(04).
           05  SPEC-HOTSPOT-MIN     PIC 9(04).
