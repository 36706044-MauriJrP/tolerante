      *> ----------------------------------------------------------------------
      *> SITE-REC.CPY
      *> One submitting site (clinic) per record in the maintained
      *> SITEMASTER reference file: the site code carried on LIMS
      *> orders, bulk registrations, terminal intake, SAMPLEINTAKE and
      *> DAILYTXN, the site's name and contact, and whether it may
      *> still submit work (SITE-ACTIVE "Y"). Maintained through the
      *> same dual control as the other reference tables -
      *> refdata-maint.cob proposes, refdata-review.cob approves and
      *> writes the file. When SITEMASTER has not been created yet the
      *> consumers fall back to the single default site MAIN.
      *> ----------------------------------------------------------------------
       01  SITE-RECORD.
           05  SITE-CODE                PIC X(06).
           05  SITE-NAME                PIC X(30).
           05  SITE-CONTACT             PIC X(30).
           05  SITE-ACTIVE              PIC X(01).
               88  SITE-IS-ACTIVE       VALUE "Y".
