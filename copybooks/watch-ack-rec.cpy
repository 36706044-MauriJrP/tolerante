      *> ----------------------------------------------------------------------
      *> WATCH-ACK-REC.CPY
      *> One record per closed watch-list alert, appended to WATCHACKS
      *> by watch-ack.cob: the alert's strand ID and watch ID (the pair
      *> that identifies it on WATCHALERTS), who closed it and when, and
      *> the closing note. WATCHALERTS itself is never rewritten - an
      *> alert is open for as long as no acknowledgement matches it.
      *> ----------------------------------------------------------------------
       01  WATCH-ACK-RECORD.
           05  WACK-STRAND-ID           PIC 9(06).
           05  WACK-WATCH-ID            PIC X(08).
           05  WACK-CLOSED-BY           PIC X(08).
           05  WACK-TIMESTAMP           PIC X(21).
           05  WACK-NOTE                PIC X(40).
