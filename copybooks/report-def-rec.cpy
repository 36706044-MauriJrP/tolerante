      *> ----------------------------------------------------------------------
      *> REPORT-DEF-REC.CPY
      *> One record per report kept in the dated report archive, in the
      *> maintained REPORTDEFS table (report-def-maint.cob): the report
      *> file the program overwrites on every run (AGERPT, DAILYOPS,
      *> BALANCERPT ...), the program that writes it - as it posts
      *> itself to the batch run log (HAMRUNLOG) - how many days each
      *> kept generation is held before report-purge.cob removes it,
      *> and a description for the archive screen. report-archive.cob
      *> keeps a generation only of the reports listed here.
      *> ----------------------------------------------------------------------
       01  REPORT-DEF-RECORD.
           05  RPTDEF-REPORT-NAME       PIC X(12).
           05  RPTDEF-PROGRAM           PIC X(20).
           05  RPTDEF-RETENTION-DAYS    PIC 9(05).
           05  RPTDEF-DESCRIPTION       PIC X(30).
