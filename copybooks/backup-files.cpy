      *> ----------------------------------------------------------------------
      *> BACKUP-FILES.CPY
      *> Every live data file that data-backup.cob copies into the
      *> nightly backup set and data-restore.cob puts back as a whole:
      *> the indexed masters (type "I" - copied out record by record to
      *> a line-sequential image and reloaded through their keys) and
      *> the line-sequential data, history, reference-table, control
      *> and sequence files (type "S" - copied line for line). Report
      *> output, drop files from outside and work files are not kept
      *> here. A program that starts keeping a new data file must add
      *> it here, or a restore will silently leave it at today's state
      *> next to yesterday's everything else.
      *> ----------------------------------------------------------------------
       01  WS-BACKUP-FILE-VALUES.
           05  FILLER               PIC X(14) VALUE "SAMPLEINTAKE".
           05  FILLER               PIC X(01) VALUE "I".
           05  FILLER               PIC X(14) VALUE "DAILYTXN".
           05  FILLER               PIC X(01) VALUE "I".
           05  FILLER               PIC X(14) VALUE "HAMSTRANDS".
           05  FILLER               PIC X(01) VALUE "I".
           05  FILLER               PIC X(14) VALUE "RESULTHIST".
           05  FILLER               PIC X(01) VALUE "I".
           05  FILLER               PIC X(14) VALUE "CUSTODYEVENTS".
           05  FILLER               PIC X(01) VALUE "I".
           05  FILLER               PIC X(14) VALUE "STORAGEINV".
           05  FILLER               PIC X(01) VALUE "I".
           05  FILLER               PIC X(14) VALUE "BILLHIST".
           05  FILLER               PIC X(01) VALUE "I".
           05  FILLER               PIC X(14) VALUE "LIMSPENDING".
           05  FILLER               PIC X(01) VALUE "I".
           05  FILLER               PIC X(14) VALUE "HAMMAUDIT".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "AUDITCHAIN".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "STRANDXREF".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "RUNTOTALS".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "INTAKEMAINTLOG".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "MAINTCHAIN".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "TXNREVIEWLOG".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "CERTLOG".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "STORAGELOG".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "REFHISTORY".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "LIMSSENT".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "LIMSSTSENT".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "SEQRUNREG".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "OPSHISTORY".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "BUSDATELOG".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "LOCKAUDIT".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "GENQC".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "AUDITGENS".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "ARCHGENS".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "REPORTCAT".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "CASEFILE".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "REGREJECTS".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "RESUBREG".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "SEQREJECTS".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "STRANDQUAR".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "WATCHALERTS".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "WATCHACKS".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "SIGNONLOG".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "REPAIRLOG".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "SITEMASTER".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "WATCHLIST".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "MOTIFS".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "GENDERCODES".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "AGEBRACKETS".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "FEESCHED".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "HAMTHRESH".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "HAMPARAMS".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "STORAGELOCS".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "REPORTDEFS".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "CONTROLSTRANDS".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "OPERATORS".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "REFPENDING".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "JOBTABLE".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "FEEDCAL".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "ARCHCTL".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "HAMCTL".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "SEARCHCTL".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "TURNCTL".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "TRENDCTL".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "NEIGHCTL".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "MOTIFCTL".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "SPECTCTL".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "OPERCTL".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "SAMPLESEQ".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "LIMSSEQ".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "LIMSDSEQ".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "LIMSORDSEQ".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "LIMSSTSEQ".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "LIMSDELTACTL".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "BILLSEQ".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "CASESEQ".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "CERTSEQ".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "RESUBSEQ".
           05  FILLER               PIC X(01) VALUE "S".
           05  FILLER               PIC X(14) VALUE "BUSDATE".
           05  FILLER               PIC X(01) VALUE "S".
       01  WS-BACKUP-FILE-TABLE REDEFINES WS-BACKUP-FILE-VALUES.
           05  WS-BACKUP-FILE-ENTRY OCCURS 72 TIMES.
               10  WS-BACKUP-FILE-NAME  PIC X(14).
               10  WS-BACKUP-FILE-TYPE  PIC X(01).
                   88  WS-BACKUP-INDEXED    VALUE "I".
       01  WS-BACKUP-FILE-COUNT     PIC 9(02) VALUE 72.
