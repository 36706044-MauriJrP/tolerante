      *> option, the strand(s) involved (if any) and the outcome. Shared
      *> so any future reporting program reads the same layout that
      *> hamming.cob writes.
      *> AUDIT-CHAIN-VALUE chains the entry to the one before it (see
      *> LOGCHAIN): it is computed over the first 331 bytes - every
      *> field up to and including AUDIT-CHAIN-KIND - seeded with the
      *> previous entry's value, across the HAMMAUDIT.yyyymm
      *> generations and on into the live log. Entries appended since
      *> the chain went in are "C"; entries already on file then were
      *> sealed "B" by the one-time log-seal.cob baseline.
      *> ----------------------------------------------------------------------
       01  AUDIT-RECORD.
           05  AUDIT-USER-ID        PIC X(08).
           05  AUDIT-STRAND-1       PIC X(120).
           05  AUDIT-STRAND-2       PIC X(120).
           05  AUDIT-RESULT         PIC X(60).
           05  AUDIT-CHAIN-KIND     PIC X(01).
               88  AUDIT-CHAIN-BASELINE VALUE "B".
               88  AUDIT-CHAIN-SEALED   VALUE "C".
           05  AUDIT-CHAIN-VALUE    PIC 9(15).
