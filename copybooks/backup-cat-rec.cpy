      *> ----------------------------------------------------------------------
      *> BACKUP-CAT-REC.CPY
      *> One record per data file per backup set in the BACKUPCAT
      *> catalog, appended by data-backup.cob and read by
      *> data-restore.cob. A set is identified by the timestamp it was
      *> taken at (yyyymmddhhmmss) and carries the business date it was
      *> taken for. Each file's copy is <file>.B<set id>, with the
      *> record count copied and how that count checked out:
      *>   BALANCED   count equals the RUNTOTALS postings for the file
      *>              (written minus removed)
      *>   MISMATCH   count differs from the RUNTOTALS postings - the
      *>              set is not verified
      *>   NO TOTALS  the file is not carried in RUNTOTALS
      *>   ABSENT     the file did not exist when the set was taken;
      *>              a restore of the set removes (or, for an indexed
      *>              master, empties) the live file
      *>   UNREADABLE the file was there but would not open; no copy
      *>              was taken and the set is not verified
      *> ----------------------------------------------------------------------
       01  BACKUP-CAT-RECORD.
           05  BKCAT-SET-ID             PIC X(14).
           05  BKCAT-BUS-DATE           PIC 9(08).
           05  BKCAT-FILE-NAME          PIC X(14).
           05  BKCAT-FILE-TYPE          PIC X(01).
           05  BKCAT-COPY-NAME          PIC X(30).
           05  BKCAT-RECORD-COUNT       PIC 9(07).
           05  BKCAT-POSTED-TOTAL       PIC 9(07).
           05  BKCAT-CHECK              PIC X(10).
               88  BKCAT-BALANCED       VALUE "BALANCED".
               88  BKCAT-MISMATCH       VALUE "MISMATCH".
               88  BKCAT-NO-TOTALS      VALUE "NO TOTALS".
               88  BKCAT-ABSENT         VALUE "ABSENT".
               88  BKCAT-UNREADABLE     VALUE "UNREADABLE".
           05  BKCAT-TIMESTAMP          PIC X(21).
