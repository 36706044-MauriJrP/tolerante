      *> by date instead of being overwritten on every run. Written
      *> (upserted for the run date) by daily-ops-report.cob and read
      *> back by ops-trend.cob for the multi-day trend report.
      *> OPS-HIST-SITE holds the day's per-site breakdown - active
      *> intakes and DAILYTXN verifications by submitting site code
      *> (blank code = records written before sites were carried).
      *> A day with more sites than the table holds rolls the rest into
      *> the last entry under the code OTHER. Days recorded before the
      *> breakdown existed have a blank site count and read as none.
      *> ----------------------------------------------------------------------
       01  OPS-HISTORY-RECORD.
           05  OPS-HIST-DATE            PIC 9(08).
           05  OPS-HIST-BRACKET OCCURS 20 TIMES.
               10  OPS-HIST-BRACKET-LABEL PIC X(10).
               10  OPS-HIST-BRACKET-TALLY PIC 9(06).
           05  OPS-HIST-SITE-COUNT      PIC 9(02).
           05  OPS-HIST-SITE OCCURS 50 TIMES.
               10  OPS-HIST-SITE-CODE   PIC X(06).
               10  OPS-HIST-SITE-INTAKE PIC 9(06).
               10  OPS-HIST-SITE-VERIFIED PIC 9(06).
