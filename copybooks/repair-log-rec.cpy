      *> ----------------------------------------------------------------------
      *> REPAIR-LOG-REC.CPY
      *> One entry per reject repaired in reject-repair.cob, appended to
      *> REPAIRLOG: who repaired it, when, which reject queue it came
      *> from (REGISTER for REGREJECTS, SEQREAD for SEQREJECTS), the
      *> record as repaired (registrant name, or the sequencer read's
      *> sample ID) and the reason it had been rejected - the queued
      *> RESUBREG/RESUBSEQ files carry no operator, so this is what
      *> operator-activity.cob counts repairs from.
      *> ----------------------------------------------------------------------
       01  REPAIR-LOG-RECORD.
           05  REPAIR-LOG-USER        PIC X(08).
           05  REPAIR-LOG-TIMESTAMP   PIC X(21).
           05  REPAIR-LOG-TYPE        PIC X(08).
           05  REPAIR-LOG-KEY         PIC X(51).
           05  REPAIR-LOG-REASON      PIC X(60).
