      *> ----------------------------------------------------------------------
      *> TURNAROUND-CTL-REC.CPY
      *> The one-record TURNCTL control file (zero-filled, hand-edited)
      *> holding the intake-to-result turnaround target in hours for
      *> each sample priority. TURNAROUND-CUTOFF-HOURS is the original
      *> single cutoff and now serves as the ROUTINE target, so a
      *> control record written before the priority targets were added
      *> still reads correctly. A target that is missing, zero or not
      *> numeric falls back to its default: STAT 4, URGENT 24 and
      *> ROUTINE 72 hours. Read by turnaround-report.cob and
      *> stat-overdue.cob.
      *> ----------------------------------------------------------------------
       01  TURNAROUND-CONTROL-RECORD.
           05  TURNAROUND-CUTOFF-HOURS  PIC 9(04).
           05  TURNAROUND-STAT-HOURS    PIC 9(04).
           05  TURNAROUND-URGENT-HOURS  PIC 9(04).
