      *> ----------------------------------------------------------------------
      *> WATCH-LIST-REC.CPY
      *> One watched strand per record in the maintained WATCHLIST
      *> reference file: the watch-entry ID, the strand itself, why it
      *> is watched and who owns the entry (the operator who closes its
      *> alerts), the largest Hamming distance still counted as a hit,
      *> and whether the entry is live (WATCH-ACTIVE "Y"). Maintained
      *> through the same dual control as the other reference tables -
      *> refdata-maint.cob proposes, refdata-review.cob approves and
      *> writes the file. Every strand saved to HAMSTRANDS is checked
      *> against the active entries by the WATCHCHK subprogram.
      *> ----------------------------------------------------------------------
       01  WATCH-LIST-RECORD.
           05  WATCH-ID                 PIC X(08).
           05  WATCH-STRAND             PIC X(120).
           05  WATCH-REASON             PIC X(30).
           05  WATCH-OWNER              PIC X(08).
           05  WATCH-TOLERANCE          PIC 9(03).
           05  WATCH-ACTIVE             PIC X(01).
               88  WATCH-IS-ACTIVE      VALUE "Y".
