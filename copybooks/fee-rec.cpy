      *> ----------------------------------------------------------------------
      *> FEE-REC.CPY
      *> One price per record in the maintained FEESCHED fee schedule
      *> that billing-run.cob prices the month's work from: the kind of
      *> billable event, the site the price applies to (blank for the
      *> standard price every site pays unless it has its own), the
      *> first and last day the price is in force (FEE-EFFECTIVE-TO
      *> 99999999 while it has no end date), and the amount per event.
      *> A site's own price for the event date wins over the standard
      *> one. Maintained through fee-maint.cob, which keeps the ranges
      *> for one event and site from overlapping.
      *> ----------------------------------------------------------------------
       01  FEE-SCHEDULE-RECORD.
           05  FEE-EVENT-TYPE           PIC X(01).
               88  FEE-VERIFICATION     VALUE "V".
               88  FEE-RETEST           VALUE "R".
               88  FEE-IMPORT-STRAND    VALUE "I".
               88  FEE-CERTIFICATE      VALUE "C".
           05  FEE-SITE-CODE            PIC X(06).
           05  FEE-EFFECTIVE-FROM       PIC 9(08).
           05  FEE-EFFECTIVE-TO         PIC 9(08).
           05  FEE-AMOUNT               PIC 9(05)V99.
