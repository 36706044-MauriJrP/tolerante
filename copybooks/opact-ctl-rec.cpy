      *> ----------------------------------------------------------------------
      *> OPACT-CTL-REC.CPY
      *> One-record control file (OPERCTL) for the operator activity
      *> report (operator-activity.cob), zero-filled like the other
      *> report control files:
      *>   OPACT-DATE-LOW     first day (yyyymmdd) of the reporting
      *>                      period; zero means the first day of the
      *>                      business date's month
      *>   OPACT-DATE-HIGH    last day of the period; zero means the
      *>                      business date itself
      *> When the file is absent the report covers the business month
      *> to date, the same load-with-seeded-defaults pattern the
      *> reference tables use.
      *> ----------------------------------------------------------------------
       01  OPACT-CONTROL-RECORD.
           05  OPACT-DATE-LOW       PIC 9(08).
           05  OPACT-DATE-HIGH      PIC 9(08).
