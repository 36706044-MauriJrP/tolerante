      *> ----------------------------------------------------------------------
      *> REVIEW-LOG-REC.CPY
      *> One entry per second-review decision taken in txn-review.cob,
      *> appended to TXNREVIEWLOG: who reviewed, when, the sample ID,
      *> the action (RELEASE, RETEST or REJECT), the operator who ran
      *> the verification being reviewed, and the result as it stood -
      *> so every result that reached the LIMS through the queue can
      *> be traced to the two people who handled it.
      *> ----------------------------------------------------------------------
       01  REVIEW-LOG-RECORD.
           05  REVIEW-LOG-USER         PIC X(08).
           05  REVIEW-LOG-TIMESTAMP    PIC X(21).
           05  REVIEW-LOG-SAMPLE-ID    PIC 9(06).
           05  REVIEW-LOG-ACTION       PIC X(08).
           05  REVIEW-LOG-VERIFIED-BY  PIC X(08).
           05  REVIEW-LOG-RESULT       PIC X(60).
