      *>   "G" - one proposed Gender code
      *>   "A" - one proposed age bracket (low/high/label)
      *>   "T" - the proposed HAMMING decision thresholds
      *>   "S" - one proposed submitting site (code/name/contact/
      *>         active flag, see SITE-REC)
      *>   "W" - one proposed watch-list entry (ID/strand/reason/owner/
      *>         tolerance/active flag, see WATCH-LIST-REC)
      *> refdata-maint.cob writes a PENDING set to REFPENDING instead
      *> of touching the live GENDERCODES/AGEBRACKETS/HAMTHRESH/
      *> SITEMASTER/WATCHLIST files;
      *> refdata-review.cob is where a second supervisor approves the
      *> set (which is when the live files are written) or rejects it,
      *> and either way the completed set is appended to the
      *> REFHISTORY file for the auditors.
      *> The record was widened from 80 to 180 bytes to carry a whole
      *> watched strand; sets written at the old width read back with
      *> the tail blank.
      *> ----------------------------------------------------------------------
       01  REF-PENDING-RECORD.
           05  PEND-RECORD-TYPE          PIC X(01).
               88  PEND-GENDER           VALUE "G".
               88  PEND-BRACKET          VALUE "A".
               88  PEND-THRESHOLD        VALUE "T".
               88  PEND-SITE             VALUE "S".
               88  PEND-WATCH            VALUE "W".
           05  PEND-DATA                 PIC X(179).
           05  PEND-HEADER-FIELDS REDEFINES PEND-DATA.
               10  PEND-STATUS           PIC X(08).
               10  PEND-REQUESTED-BY     PIC X(08).
               10  PEND-REQUESTED-TS     PIC X(21).
               10  PEND-REVIEWED-BY      PIC X(08).
               10  PEND-REVIEWED-TS      PIC X(21).
               10  FILLER                PIC X(113).
           05  PEND-GENDER-FIELDS REDEFINES PEND-DATA.
               10  PEND-GENDER-CODE      PIC X(06).
               10  FILLER                PIC X(173).
           05  PEND-BRACKET-FIELDS REDEFINES PEND-DATA.
               10  PEND-BRACKET-LOW      PIC 9(03).
               10  PEND-BRACKET-HIGH     PIC 9(03).
               10  PEND-BRACKET-LABEL    PIC X(10).
               10  FILLER                PIC X(163).
           05  PEND-THRESHOLD-FIELDS REDEFINES PEND-DATA.
               10  PEND-MATCH-MAX        PIC 9(04).
               10  PEND-INCONCLUSIVE-MAX PIC 9(04).
               10  FILLER                PIC X(171).
           05  PEND-SITE-FIELDS REDEFINES PEND-DATA.
               10  PEND-SITE-CODE        PIC X(06).
               10  PEND-SITE-NAME        PIC X(30).
               10  PEND-SITE-CONTACT     PIC X(30).
               10  PEND-SITE-ACTIVE      PIC X(01).
               10  FILLER                PIC X(112).
           05  PEND-WATCH-FIELDS REDEFINES PEND-DATA.
               10  PEND-WATCH-ID         PIC X(08).
               10  PEND-WATCH-STRAND     PIC X(120).
               10  PEND-WATCH-REASON     PIC X(30).
               10  PEND-WATCH-OWNER      PIC X(08).
               10  PEND-WATCH-TOLERANCE  PIC 9(03).
               10  PEND-WATCH-ACTIVE     PIC X(01).
               10  FILLER                PIC X(09).
