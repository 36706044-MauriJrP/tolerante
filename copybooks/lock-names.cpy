      *> ----------------------------------------------------------------------
      *> LOCK-NAMES.CPY
      *> Every advisory lock name the programs take through the FILELOCK
      *> subprogram (each is a <name>.LCK companion file). Read by
      *> lock-monitor.cob and the feed-check.cob pre-flight to list and
      *> age the locks - a program that starts taking a new lock name
      *> must add it here or the monitor will never show it.
      *> ----------------------------------------------------------------------
       01  WS-KNOWN-LOCK-VALUES.
           05  FILLER               PIC X(12) VALUE "BILLING".
           05  FILLER               PIC X(12) VALUE "BUSDATE".
           05  FILLER               PIC X(12) VALUE "CASEFILE".
           05  FILLER               PIC X(12) VALUE "CERTSEQ".
           05  FILLER               PIC X(12) VALUE "CONTROLS".
           05  FILLER               PIC X(12) VALUE "CUSTODY".
           05  FILLER               PIC X(12) VALUE "DAILYTXN".
           05  FILLER               PIC X(12) VALUE "HAMMAUDIT".
           05  FILLER               PIC X(12) VALUE "HAMSTRANDS".
           05  FILLER               PIC X(12) VALUE "OPERATORS".
           05  FILLER               PIC X(12) VALUE "REFDATA".
           05  FILLER               PIC X(12) VALUE "REPORTS".
           05  FILLER               PIC X(12) VALUE "RUNTOTALS".
           05  FILLER               PIC X(12) VALUE "SAMPLEINTAKE".
           05  FILLER               PIC X(12) VALUE "SAMPLESEQ".
           05  FILLER               PIC X(12) VALUE "STORAGE".
       01  WS-KNOWN-LOCK-TABLE REDEFINES WS-KNOWN-LOCK-VALUES.
           05  WS-KNOWN-LOCK-NAME   PIC X(12) OCCURS 16 TIMES.
       01  WS-KNOWN-LOCK-COUNT      PIC 9(02) VALUE 16.
