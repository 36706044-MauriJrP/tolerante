      *> ----------------------------------------------------------------------
      *> BILL-HIST-REC.CPY
      *> One record per event billing-run.cob has billed, kept in the
      *> indexed BILLHIST file under the event itself, so a month run
      *> again (late work, a corrected fee schedule) bills only what
      *> was not billed the first time. The key is the event type
      *> (V verification, R retest, I sequencer-import strand,
      *> C certificate), the sample ID, and a reference that tells
      *> that sample's events of the same type apart:
      *>   V  the DAILYTXN timestamp of the verification
      *>   R  the DAILYTXN timestamp of the retested result
      *>      (for a version since superseded, the same timestamp as
      *>      kept in HIST-TIMESTAMP on RESULTHIST)
      *>   I  the strand-master ID the imported strand was saved under
      *>   C  the certificate number from CERTLOG
      *> The rest records where and when it was billed: the site, the
      *> billing period, the invoice number, the amount charged, and
      *> the run that billed it.
      *> ----------------------------------------------------------------------
       01  BILL-HIST-RECORD.
           05  BILL-HIST-KEY.
               10  BILL-HIST-EVENT-TYPE PIC X(01).
               10  BILL-HIST-SAMPLE-ID  PIC 9(06).
               10  BILL-HIST-EVENT-REF  PIC X(21).
           05  BILL-HIST-SITE-CODE      PIC X(06).
           05  BILL-HIST-PERIOD         PIC 9(06).
           05  BILL-HIST-INVOICE        PIC 9(06).
           05  BILL-HIST-AMOUNT         PIC 9(05)V99.
           05  BILL-HIST-RUN-TS         PIC X(21).
