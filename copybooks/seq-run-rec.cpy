      *> ----------------------------------------------------------------------
      *> SEQ-RUN-REC.CPY
      *> One sequencer run per record in the SEQRUNREG run registry,
      *> appended by strand-import.cob at the end of every import -
      *> accepted, held or rejected whole - and read by
      *> instrument-trend.cob for the per-instrument trend. RUNREG-
      *> INSTRUMENT is the instrument ID from the SEQDROP header
      *> (blank on drops from before the header carried it and on
      *> reject-repair resubmits). The quality average and N-base rate
      *> are over the run's patient reads that were posted or held in
      *> quarantine; the N rate is N bases per hundred bases read.
      *> RUNREG-CONTROLS is PASS, FAIL, or NONE when the run carried
      *> no controls or never got as far as checking them.
      *> ----------------------------------------------------------------------
       01  SEQ-RUN-RECORD.
           05  RUNREG-RUN-ID            PIC X(10).
           05  RUNREG-INSTRUMENT        PIC X(08).
           05  RUNREG-RUN-DATE          PIC 9(08).
           05  RUNREG-TIMESTAMP         PIC X(21).
           05  RUNREG-LOAD-STATUS       PIC X(08).
               88  RUNREG-ACCEPTED      VALUE "ACCEPTED".
               88  RUNREG-HELD          VALUE "HELD".
               88  RUNREG-REJECTED      VALUE "REJECTED".
           05  RUNREG-DETAILS           PIC 9(06).
           05  RUNREG-ACCEPTED-COUNT    PIC 9(06).
           05  RUNREG-REJECTED-COUNT    PIC 9(06).
           05  RUNREG-HELD-COUNT        PIC 9(06).
           05  RUNREG-AVG-QUALITY       PIC 9(03)V9.
           05  RUNREG-N-RATE            PIC 9(03)V99.
           05  RUNREG-CONTROLS          PIC X(04).
