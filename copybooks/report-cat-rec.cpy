      *> ----------------------------------------------------------------------
      *> REPORT-CAT-REC.CPY
      *> One record per kept report generation in the REPORTCAT
      *> catalog: which report, the program that wrote it, when that run
      *> ended (its HAMRUNLOG end record - or its start record, with
      *> status NOT ENDED, when the run never posted an end), how many
      *> pages and lines it ran to, the run's completion status from
      *> the run log, the dated file the output was copied into
      *> (<report>.yyyymmddhhmmss) and when it was copied. Appended by
      *> report-archive.cob, read by the report-view.cob archive screen
      *> and cut back by report-purge.cob, all under the REPORTS
      *> advisory lock.
      *> ----------------------------------------------------------------------
       01  REPORT-CAT-RECORD.
           05  RPTCAT-REPORT-NAME       PIC X(12).
           05  RPTCAT-PROGRAM           PIC X(20).
           05  RPTCAT-RUN-TS            PIC X(21).
           05  RPTCAT-PAGE-COUNT        PIC 9(05).
           05  RPTCAT-LINE-COUNT        PIC 9(07).
           05  RPTCAT-RUN-STATUS        PIC X(10).
           05  RPTCAT-GEN-FILE-NAME     PIC X(30).
           05  RPTCAT-ARCHIVED-TS       PIC X(21).
