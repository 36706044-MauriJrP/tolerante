      *> ----------------------------------------------------------------------
      *> RESULT-HIST-REC.CPY
      *> One record per superseded verification result, kept in the
      *> indexed RESULTHIST file under the sample ID plus the version
      *> number the result carried (1 for the original verification,
      *> 2 for the first retest, and so on). When a retest through
      *> daily-control.cob or a retest order through daily-orders.cob
      *> replaces the result on the DAILYTXN record, the result it
      *> replaces is written here first, with everything that stood
      *> behind it - when it was verified and by whom, the strands,
      *> its release state - plus when it was superseded, by whom, and
      *> the reason given for the retest. The current result is always
      *> the one on DAILYTXN; a START on the sample ID reads the
      *> earlier ones back in version order (txn-inquiry.cob).
      *> ----------------------------------------------------------------------
       01  RESULT-HIST-RECORD.
           05  HIST-KEY.
               10  HIST-SAMPLE-ID       PIC 9(06).
               10  HIST-VERSION         PIC 9(03).
           05  HIST-TIMESTAMP           PIC X(21).
           05  HIST-VERIFIED-BY         PIC X(08).
           05  HIST-STRAND-1            PIC X(120).
           05  HIST-STRAND-2            PIC X(120).
           05  HIST-HAMMING-RESULT      PIC X(60).
           05  HIST-RELEASE-STATUS      PIC X(01).
           05  HIST-REVIEWED-BY         PIC X(08).
           05  HIST-RELEASE-TS          PIC X(21).
           05  HIST-SUPERSEDED-TS       PIC X(21).
           05  HIST-SUPERSEDED-BY       PIC X(08).
           05  HIST-RETEST-REASON       PIC X(40).
