      *> ----------------------------------------------------------------------
      *> LOCK-AUDIT-REC.CPY
      *> One entry per lock force-released through lock-monitor.cob,
      *> appended to LOCKAUDIT: the supervisor who released it and
      *> when, the lock name, the holder and acquisition time the lock
      *> file showed, its age in minutes, whether it was past the
      *> LOCK-MAX-MINUTES stale limit, and the reason given - so a
      *> lock pulled out from under a live session can be traced.
      *> ----------------------------------------------------------------------
       01  LOCK-AUDIT-RECORD.
           05  LOCK-AUDIT-USER         PIC X(08).
           05  LOCK-AUDIT-TIMESTAMP    PIC X(21).
           05  LOCK-AUDIT-NAME         PIC X(12).
           05  LOCK-AUDIT-HOLDER       PIC X(08).
           05  LOCK-AUDIT-LOCKED-AT    PIC X(21).
           05  LOCK-AUDIT-AGE-MINUTES  PIC 9(07).
           05  LOCK-AUDIT-STALE        PIC X(01).
           05  LOCK-AUDIT-REASON       PIC X(60).
